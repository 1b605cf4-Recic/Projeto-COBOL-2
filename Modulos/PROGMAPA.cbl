           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

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
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

      ******************************************************************
       WORKING-STORAGE SECTION.

           03 WS-AL-ITEM OCCURS 500 TIMES.
              05 WS-AL-ID                    PIC 9(05).
              05 WS-AL-NOME                  PIC X(20).
      * Nome na linha do mapa (nome social, quando registrado); o
      * nome civil acima localiza as notas.
              05 WS-AL-CHAMADA               PIC X(20).

       01  WS-TAB-LINHA.
           03 WS-LN-NOTA OCCURS 8 TIMES      PIC 9(02)V99.

       01  WS-LINHA-MAPA                     PIC X(80) VALUE SPACE.

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
           DISPLAY 'MAPA DE NOTAS DA TURMA (CONSELHO DE CLASSE)'
              PERFORM P950-FIM
           END-IF

      * O professor so ve o mapa do ano corrente e apenas as colunas
      * das disciplinas atribuidas a ele na turma.
           IF LK-PERFIL EQUAL 'P'
              PERFORM P700-CARREGA-ACESSO THRU P700-FIM
              IF WS-ANO-MAPA NOT EQUAL WS-ACS-ANO
                 DISPLAY 'PERFIL PROFESSOR: MAPA APENAS DO ANO LETIVO '
                         'CORRENTE (' WS-ACS-ANO ').'
                 PERFORM P950-FIM
              END-IF
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF FS-OK
           PERFORM P100-CARREGA-TURMA THRU P100-FIM

           IF WS-AL-QTD EQUAL ZERO
              IF LK-PERFIL EQUAL 'P'
                 DISPLAY 'NENHUMA DISCIPLINA DA TURMA ATRIBUIDA AO '
                         'PROFESSOR NO ANO CORRENTE.'
              ELSE
                 DISPLAY 'NENHUM ALUNO NA TURMA/ANO.'
              END-IF
              PERFORM P950-FIM
           END-IF

                        INTO WS-CAMINHO-TURMAS
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

              GO TO P100-FIM
           END-IF

      * Leitura pela chave alternativa turma/ano da MATRICULA: so as
      * matriculas da turma no ano sao lidas.
           MOVE WS-TURMA-MAPA TO TURMA-MATRICULA
           MOVE WS-ANO-MAPA   TO ANO-MATRICULA
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-TURMA-MAT
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-MAPA OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-MAPA
                       SET EOF-OK TO TRUE
                    ELSE
                       PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                       IF ACS-LIBERADO-OK
                          PERFORM P110-GUARDA-ALUNO THRU P110-FIM
                          PERFORM P120-GUARDA-DISCIPLINA THRU P120-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              ADD 1 TO WS-AL-QTD
              MOVE ID-ALUNO-MAT TO WS-AL-ID (WS-AL-QTD)
              MOVE SPACE        TO WS-AL-NOME (WS-AL-QTD)
              MOVE SPACE        TO WS-AL-CHAMADA (WS-AL-QTD)
           END-IF
           .
       P110-FIM.
                    INVALID KEY
                       MOVE 'NAO CADASTRADO'
                          TO WS-AL-NOME (WS-AL-IDX)
                       MOVE 'NAO CADASTRADO'
                          TO WS-AL-CHAMADA (WS-AL-IDX)
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-AL-NOME (WS-AL-IDX)
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-AL-CHAMADA (WS-AL-IDX)
                       IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
                          MOVE NM-SOCIAL-ALUNO
                             TO WS-AL-CHAMADA (WS-AL-IDX)
                       END-IF
              END-READ
              CLOSE ALUNOS
           END-IF
           PERFORM P350-NOTAS-DO-ALUNO THRU P350-FIM

           MOVE SPACE TO WS-LINHA-MAPA
           MOVE WS-AL-CHAMADA (WS-AL-IDX) TO WS-LINHA-MAPA(1:20)

           MOVE ZERO TO WS-SOMA-LINHA
           MOVE ZERO TO WS-QTD-LINHA
           .
       P450-FIM.

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

       P950-FIM.
           GOBACK.
       END PROGRAM PROGMAPA.
