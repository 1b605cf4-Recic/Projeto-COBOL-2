           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT AFASTA ASSIGN TO
           WS-CAMINHO-AFASTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-AFASTA
           FILE STATUS IS WS-FS-AFA.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       01  WS-REG-NT-ANTES                   PIC X(101) VALUE SPACE.

      * Perfil P (professor): pares disciplina/turma liberados para o
      * login, montados da OFERTA do ano corrente e dos afastamentos
      * vigentes em que o professor e o substituto.
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-AFASTA                 PIC X(80).
       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.
       77  WS-FS-AFA                         PIC 99.
           88 FS-AFA-OK                      VALUE 0.
       77  WS-EOF-ACS                        PIC X VALUE 'N'.
           88 EOF-ACS-OK                     VALUE 'S' FALSE 'N'.
       77  WS-ACS-CARREGADO                  PIC X VALUE 'N'.
           88 ACS-CARREGADO-OK               VALUE 'S' FALSE 'N'.
       77  WS-ACS-LIBERADO                   PIC X VALUE 'N'.
           88 ACS-LIBERADO-OK                VALUE 'S' FALSE 'N'.
       77  WS-ACS-DISC                       PIC 9(05) VALUE ZERO.
       77  WS-ACS-TURMA                      PIC 9(05) VALUE ZERO.
       77  WS-ACS-QTD-PAR                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-QTD-SUB                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-IDX                        PIC 9(03) VALUE ZERO.
       01  WS-ACS-HOJE.
           03 WS-ACS-ANO                     PIC 9(04).
           03 FILLER                         PIC 9(04).
       01  WS-ACS-HOJE-N REDEFINES WS-ACS-HOJE PIC 9(08).
       01  WS-ACS-TAB-PAR.
           03 WS-ACS-PAR OCCURS 200 TIMES.
              05 WS-ACS-PAR-DISC             PIC 9(05).
              05 WS-ACS-PAR-TURMA            PIC 9(05).
       01  WS-ACS-TAB-SUB.
           03 WS-ACS-SUB OCCURS 50 TIMES.
              05 WS-ACS-SUB-TITULAR          PIC 9(05).
              05 WS-ACS-SUB-DISC             PIC 9(05).
              05 WS-ACS-SUB-TURMA            PIC 9(05).

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 LK-SESSAO-DATA                  PIC 9(08).
           03 LK-SESSAO-HORA                  PIC 9(08).
           03 LK-PERFIL                       PIC X(01).
           03 LK-UNIDADE                      PIC X(04).
           03 LK-ID-PROFESSOR                 PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
           MOVE 'S' TO WS-VL-USA-DISCIPLINAS
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGVERS'
              USING WS-VERSOES-LAYOUT
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF NOT VL-VERSAO-OK
              DISPLAY 'PROGRAMA DESATUALIZADO PARA O LAYOUT DOS '
                      'ARQUIVOS. OPERACAO RECUSADA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'INSTRUMENTOS DE AVALIACAO POR PERIODO'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AFASTA FROM ENVIRONMENT 'AFASTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AFASTAMENTOS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-AFASTA
           END-ACCEPT

           .
       P010-FIM.

                    DISPLAY 'Disciplina: ' WS-NM-DISC-AVA
           END-READ
           CLOSE DISCIPLINAS

           IF VALIDO-OK
              MOVE WS-DISC-AVA TO WS-ACS-DISC
              MOVE ZERO TO WS-ACS-TURMA
              PERFORM P710-VERIFICA-ACESSO THRU P710-FIM
              IF NOT ACS-LIBERADO-OK
                 DISPLAY 'DISCIPLINA NAO ATRIBUIDA AO PROFESSOR NA '
                         'OFERTA DO ANO CORRENTE.'
                 MOVE 'N' TO WS-VALIDO
              END-IF
           END-IF
           .
       P150-FIM.

              GO TO P300-FIM
           END-IF

      * Professor: so o ano corrente e so aluno matriculado numa
      * turma atribuida a ele nesta disciplina.
           IF LK-PERFIL EQUAL 'P'
              IF WS-ANO-AVA NOT EQUAL WS-ACS-ANO
                 DISPLAY 'PERFIL PROFESSOR: LANCAMENTO APENAS NO ANO '
                         'LETIVO CORRENTE (' WS-ACS-ANO ').'
                 GO TO P300-FIM
              END-IF
              SET ACS-LIBERADO-OK TO FALSE
              SET FS-OK TO TRUE
              OPEN INPUT MATRICULA
              IF FS-OK
                 MOVE WS-ALUNO-AVA TO ID-ALUNO-MAT
                 MOVE WS-DISC-AVA  TO ID-DISCIPLINA-MAT
                 READ MATRICULA
                    KEY IS CHAVE-MATRICULA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                 END-READ
                 CLOSE MATRICULA
              END-IF
              IF NOT ACS-LIBERADO-OK
                 DISPLAY 'ALUNO FORA DAS TURMAS ATRIBUIDAS AO '
                         'PROFESSOR NESTA DISCIPLINA.'
                 GO TO P300-FIM
              END-IF
           END-IF

           PERFORM P350-ACEITA-NOTAS THRU P350-FIM
           PERFORM P360-GRAVA-LANCAMENTOS THRU P360-FIM
           PERFORM P370-APLICA-NOTA-PERIODO THRU P370-FIM
              GO TO P400-FIM
           END-IF

           IF LK-PERFIL EQUAL 'P' AND WS-ANO-AVA NOT EQUAL WS-ACS-ANO
              DISPLAY 'PERFIL PROFESSOR: LANCAMENTO APENAS NO ANO '
                      'LETIVO CORRENTE (' WS-ACS-ANO ').'
              GO TO P400-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
                    SET EOF-LOTE-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-MAT EQUAL WS-DISC-AVA
                       PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                       IF ACS-LIBERADO-OK
                          PERFORM P450-ALUNO-DO-LOTE THRU P450-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P075-FIM.

       P700-CARREGA-ACESSO.

      * Monta uma unica vez por chamada a tabela do professor logado:
      * as ofertas do ano corrente em nome dele e as dos titulares
      * afastados que ele substitui na data de hoje.
           IF ACS-CARREGADO-OK
              GO TO P700-FIM
           END-IF
           SET ACS-CARREGADO-OK TO TRUE
           MOVE ZERO TO WS-ACS-QTD-PAR
           ACCEPT WS-ACS-HOJE FROM DATE YYYYMMDD

           PERFORM P705-SUBSTITUICOES THRU P705-FIM

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF NOT FS-OFR-OK
              GO TO P700-FIM
           END-IF

           MOVE WS-ACS-ANO TO ANO-OFERTA
           MOVE ZERO TO ID-TURMA-OFR
           MOVE ZERO TO ID-DISCIPLINA-OFR
           SET EOF-ACS-OK TO FALSE
           START OFERTA KEY IS NOT LESS THAN CHAVE-OFERTA
              INVALID KEY
                 SET EOF-ACS-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-ACS-OK
              READ OFERTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ANO-OFERTA NOT EQUAL WS-ACS-ANO
                       SET EOF-ACS-OK TO TRUE
                    ELSE
                       PERFORM P702-AVALIA-OFERTA THRU P702-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFERTA
           .
       P700-FIM.

       P702-AVALIA-OFERTA.

           SET ACS-LIBERADO-OK TO FALSE
           IF ID-PROFESSOR-OFR EQUAL LK-ID-PROFESSOR
              SET ACS-LIBERADO-OK TO TRUE
           END-IF

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-SUB OR ACS-LIBERADO-OK
              IF WS-ACS-SUB-TITULAR (WS-ACS-IDX) EQUAL
                 ID-PROFESSOR-OFR AND
                 (WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL
                  ID-DISCIPLINA-OFR) AND
                 (WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ID-TURMA-OFR)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM

           IF ACS-LIBERADO-OK AND WS-ACS-QTD-PAR < 200
              ADD 1 TO WS-ACS-QTD-PAR
              MOVE ID-DISCIPLINA-OFR
                 TO WS-ACS-PAR-DISC (WS-ACS-QTD-PAR)
              MOVE ID-TURMA-OFR
                 TO WS-ACS-PAR-TURMA (WS-ACS-QTD-PAR)
           END-IF
           .
       P702-FIM.

       P705-SUBSTITUICOES.

      * Afastamentos vigentes hoje em que o professor logado e o
      * substituto; disciplina ou turma zeradas cobrem tudo o que o
      * titular leciona.
           MOVE ZERO TO WS-ACS-QTD-SUB

           SET FS-AFA-OK TO TRUE
           OPEN INPUT AFASTA
           IF NOT FS-AFA-OK
              GO TO P705-FIM
           END-IF

           SET EOF-ACS-OK TO FALSE
           PERFORM UNTIL EOF-ACS-OK
              READ AFASTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ID-PROF-SUBST EQUAL LK-ID-PROFESSOR AND
                       DT-INICIO-AFA <= WS-ACS-HOJE-N AND
                       (DT-FIM-AFA EQUAL ZERO OR
                        DT-FIM-AFA >= WS-ACS-HOJE-N) AND
                       WS-ACS-QTD-SUB < 50
                       ADD 1 TO WS-ACS-QTD-SUB
                       MOVE ID-PROF-TITULAR
                          TO WS-ACS-SUB-TITULAR (WS-ACS-QTD-SUB)
                       MOVE ID-DISC-AFA
                          TO WS-ACS-SUB-DISC (WS-ACS-QTD-SUB)
                       MOVE ID-TURMA-AFA
                          TO WS-ACS-SUB-TURMA (WS-ACS-QTD-SUB)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AFASTA
           .
       P705-FIM.

       P710-VERIFICA-ACESSO.

      * Libera o par WS-ACS-DISC/WS-ACS-TURMA para o operador da
      * sessao. Os demais perfis nao tem restricao; para o professor
      * o par precisa estar na tabela (turma zero = qualquer turma
      * da disciplina).
           SET ACS-LIBERADO-OK TO FALSE
           IF LK-PERFIL NOT EQUAL 'P'
              SET ACS-LIBERADO-OK TO TRUE
              GO TO P710-FIM
           END-IF

           PERFORM P700-CARREGA-ACESSO THRU P700-FIM

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-PAR OR ACS-LIBERADO-OK
              IF WS-ACS-PAR-DISC (WS-ACS-IDX) EQUAL WS-ACS-DISC AND
                 (WS-ACS-TURMA EQUAL ZERO OR
                  WS-ACS-PAR-TURMA (WS-ACS-IDX) EQUAL WS-ACS-TURMA)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM
           .
       P710-FIM.

       P720-ACESSO-MATRICULA.

      * Matricula lida (REG-MATRICULA): para o professor so vale a do
      * ano corrente com turma informada e atribuida a ele.
           SET ACS-LIBERADO-OK TO FALSE
           IF LK-PERFIL NOT EQUAL 'P'
              SET ACS-LIBERADO-OK TO TRUE
              GO TO P720-FIM
           END-IF

           IF TURMA-MATRICULA NOT NUMERIC OR
              TURMA-MATRICULA EQUAL ZERO
              GO TO P720-FIM
           END-IF

           PERFORM P700-CARREGA-ACESSO THRU P700-FIM
           IF ANO-MATRICULA NUMERIC AND ANO-MATRICULA NOT EQUAL ZERO
              AND ANO-MATRICULA NOT EQUAL WS-ACS-ANO
              GO TO P720-FIM
           END-IF

           MOVE ID-DISCIPLINA-MAT TO WS-ACS-DISC
           MOVE TURMA-MATRICULA   TO WS-ACS-TURMA
           PERFORM P710-VERIFICA-ACESSO THRU P710-FIM
           .
       P720-FIM.

       P800-GRAVA-AUDITORIA.

           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE SPACE TO AUD-MOTIVO
           MOVE SPACE TO AUD-RESPONSAVEL

      * Gravacao selada pelo PROGCADA; sem o modulo, grava sem selo.
           MOVE RETURN-CODE TO WS-RC-AUD
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCADA'
              USING REG-AUDITORIA
              ON EXCEPTION
                 GO TO P800-SEM-SELO
           END-CALL
           MOVE WS-RC-AUD TO RETURN-CODE
           GO TO P800-FIM
           .
       P800-SEM-SELO.

           MOVE WS-RC-AUD TO RETURN-CODE
           MOVE ZERO  TO AUD-SEQUENCIA
           MOVE ZERO  TO AUD-RESUMO
           MOVE ZERO  TO AUD-CADEIA
           MOVE SPACE TO AUD-EXPURGO

           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
