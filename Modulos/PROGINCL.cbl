           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

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
       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

      ******************************************************************
       WORKING-STORAGE SECTION.

           03 ANO-NT                         PIC 9(04).
           03 FREQ-NT                        PIC 9(03)V99.

       01  WS-REGISTRO-AL                    PIC X(267) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-AL.
           03 ID-AL                          PIC 9(05).
           03 NM-AL                          PIC X(20).
           03 END-AL                         PIC X(40).
           03 INEP-AL                        PIC 9(12).
           03 CARTEIRA-AL                    PIC 9(08).
           03 NIS-AL                         PIC 9(11).
           03 SMS-AL                         PIC X(01).
           03 NM-SOC-AL                      PIC X(20).
           03 DT-NM-SOC-AL                   PIC 9(08).
           03 REQ-NM-SOC-AL                  PIC X(01).
           03 PASSE-AL                       PIC X(01).
           03 CARTAO-PASSE-AL                PIC X(16).
           03 DT-BLOQ-PASSE-AL               PIC 9(08).

       01  WS-REGISTRO-DP                    PIC X(82) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-DP.
           03 TURNO-TM                       PIC X(01).
           03 UNID-TM                        PIC X(04).

       01  WS-REGISTRO-PF                    PIC X(69) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-PF.
           03 ID-PF                          PIC 9(05).
           03 NM-PF                          PIC X(20).
           03 TL-PF                          PIC X(20).
           03 FM-PF                          PIC X(20).
           03 CH-SEM-PF                      PIC 9(02).
           03 CH-ATV-PF                      PIC 9(02).

       01  WS-PERIODOS-TRAB.
           03 WS-QTD-PER                     PIC 9(02) VALUE 4.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

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
           03 LK-SESSAO-HORA                  PIC 9(08).
           03 LK-PERFIL                       PIC X(01).
           03 LK-UNIDADE                      PIC X(04).
           03 LK-ID-PROFESSOR                 PIC 9(05).
           

      ******************************************************************

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
           MOVE 'S' TO WS-VL-USA-DISCIPLINAS
           MOVE 'S' TO WS-VL-USA-PROFESSORES
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
           DISPLAY 'CADASTRO DE ' LK-MENSAGEM
                        INTO WS-CAMINHO-CONTROLE
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

              ACCEPT END-AL
              DISPLAY 'Codigo INEP do aluno (0 se ainda sem codigo): '
              ACCEPT INEP-AL
              DISPLAY 'NIS do Bolsa Familia (0 se nao beneficiario): '
              ACCEPT NIS-AL
              DISPLAY 'Responsavel recusa avisos por SMS? '
                      '(N = recusa, branco = envia): '
              ACCEPT SMS-AL

              MOVE 'S' TO WS-VALIDO

                 MOVE ZERO TO INEP-AL
              END-IF

              IF NIS-AL NOT NUMERIC
                 MOVE ZERO TO NIS-AL
              END-IF

              IF SMS-AL EQUAL 'n'
                 MOVE 'N' TO SMS-AL
              END-IF
              IF SMS-AL NOT EQUAL 'N'
                 MOVE SPACE TO SMS-AL
              END-IF

              IF NM-AL EQUAL SPACE
                 DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
                 MOVE 'N' TO WS-VALIDO
                 MOVE END-AL      TO END-ALUNO
                 MOVE INEP-AL     TO INEP-ALUNO
                 MOVE ZERO        TO CARTEIRA-ALUNO
                 MOVE NIS-AL      TO NIS-ALUNO
                 MOVE SMS-AL      TO SMS-ALUNO
                 MOVE SPACE       TO NM-SOCIAL-ALUNO
                 MOVE ZERO        TO DT-NM-SOCIAL-ALUNO
                 MOVE SPACE       TO REQ-NM-SOCIAL-ALUNO
                 MOVE SPACE       TO PASSE-ALUNO
                 MOVE SPACE       TO CARTAO-PASSE-ALUNO
                 MOVE ZERO        TO DT-BLOQ-PASSE-ALUNO
                 SET ALUNO-ATIVO  TO TRUE

              WRITE REG-ALUNO

           MOVE 'N' TO WS-VALIDO
           PERFORM UNTIL VALIDO-OK
              DISPLAY 'Tipo de avaliacao <N> Nota numerica, <C> '
                      'Conceito (O/B/R/I) ou <P> Parecer descritivo: '
              ACCEPT WS-TIPO-AVAL-DP

              MOVE 'S' TO WS-VALIDO
              END-IF
              IF WS-TIPO-AVAL-DP EQUAL 'c' MOVE 'C' TO WS-TIPO-AVAL-DP
              END-IF
              IF WS-TIPO-AVAL-DP EQUAL 'p' MOVE 'P' TO WS-TIPO-AVAL-DP
              END-IF
              IF WS-TIPO-AVAL-DP EQUAL SPACE
                 MOVE 'N' TO WS-TIPO-AVAL-DP
              END-IF
              IF WS-TIPO-AVAL-DP NOT EQUAL 'N' AND
                 WS-TIPO-AVAL-DP NOT EQUAL 'C' AND
                 WS-TIPO-AVAL-DP NOT EQUAL 'P'
                 DISPLAY 'TIPO INVALIDO. Informe N, C ou P.'
                 MOVE 'N' TO WS-VALIDO
              END-IF
           END-PERFORM
           DISPLAY ' '
           SET EXT-OK TO FALSE

      * O professor so lanca em lote: o lote percorre apenas as
      * matriculas das turmas atribuidas a ele.
           IF LK-PERFIL EQUAL 'P'
              MOVE 'L' TO WS-MODO-LANC
           ELSE
              DISPLAY 'Lancamento <U>nico por aluno ou em <L>ote por '
                      'disciplina: '
              ACCEPT WS-MODO-LANC
           END-IF

           IF LANC-LOTE
              PERFORM P030-LOTE-NOTAS THRU P030-FIM
              ACCEPT TL-PF
              DISPLAY 'Formacao/habilitacao: '
              ACCEPT FM-PF
              DISPLAY 'Carga horaria semanal contratada (horas): '
              ACCEPT CH-SEM-PF
              DISPLAY 'Horas de hora-atividade dentro da carga: '
              ACCEPT CH-ATV-PF

              MOVE 'S' TO WS-VALIDO

              IF CH-SEM-PF NOT NUMERIC
                 MOVE ZERO TO CH-SEM-PF
              END-IF

              IF CH-ATV-PF NOT NUMERIC
                 MOVE ZERO TO CH-ATV-PF
              END-IF

              IF CH-ATV-PF > CH-SEM-PF
                 DISPLAY 'HORA-ATIVIDADE NAO PODE EXCEDER A CARGA '
                         'CONTRATADA.'
                 MOVE 'N' TO WS-VALIDO
              END-IF

              IF NM-PF EQUAL SPACE
                 DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
                 MOVE 'N' TO WS-VALIDO
           DISPLAY 'Nome:     'NM-PF
           DISPLAY 'Telefone: 'TL-PF
           DISPLAY 'Formacao: 'FM-PF
           DISPLAY 'Carga:    'CH-SEM-PF ' h (hora-atividade '
                   CH-ATV-PF ' h)'
           DISPLAY 'TECLE: <S> para confirmar o cadastro ou <QUALQUER '
                   'TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
                 MOVE NM-PF TO NM-PROFESSOR IN REG-PROFESSOR
                 MOVE TL-PF TO TL-PROFESSOR IN REG-PROFESSOR
                 MOVE FM-PF TO FM-PROFESSOR IN REG-PROFESSOR
                 MOVE CH-SEM-PF TO CH-SEMANAL-PROF
                 MOVE CH-ATV-PF TO CH-ATIVIDADE-PROF

              WRITE REG-PROFESSOR
                 INVALID KEY
                          IF ANO-MATRICULA NUMERIC
                             MOVE ANO-MATRICULA TO WS-ANO-FRQ
                          END-IF
                          PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                          IF NOT ACS-LIBERADO-OK
                             DISPLAY 'TURMA/DISCIPLINA NAO ATRIBUIDA '
                                     'AO PROFESSOR NO ANO CORRENTE.'
                             MOVE 'N' TO WS-MATRICULADO
                          END-IF
                 END-READ
                 CLOSE MATRICULA
              ELSE

      * Digitacao de notas por turma/disciplina: a disciplina e o ano
      * letivo sao informados uma unica vez e o programa percorre as
      * matriculas da disciplina (lidas pela chave alternativa
      * ID-DISCIPLINA-MAT), pedindo apenas as notas e a frequencia de
      * cada aluno, com contagem dos restantes.
           MOVE ZERO TO WS-LOTE-TOTAL
           MOVE ZERO TO WS-LOTE-LANCADOS

           END-READ
           CLOSE DISCIPLINAS

           MOVE WS-LOTE-ID-DISC TO WS-ACS-DISC
           MOVE ZERO TO WS-ACS-TURMA
           PERFORM P710-VERIFICA-ACESSO THRU P710-FIM
           IF NOT ACS-LIBERADO-OK
              DISPLAY 'DISCIPLINA NAO ATRIBUIDA AO PROFESSOR NA OFERTA '
                      'DO ANO CORRENTE.'
              GO TO P030-FIM
           END-IF

           DISPLAY 'DISCIPLINA: ' NM-DP
           DISPLAY 'ESCALA DE NOTAS: 0 a ' WS-NTMAX-DP
           PERFORM P290-CARREGA-PERIODOS THRU P290-FIM
              END-IF
           END-PERFORM

           IF LK-PERFIL EQUAL 'P' AND WS-LOTE-ANO NOT EQUAL WS-ACS-ANO
              DISPLAY 'PERFIL PROFESSOR: LANCAMENTO APENAS NO ANO '
                      'LETIVO CORRENTE (' WS-ACS-ANO ').'
              GO TO P030-FIM
           END-IF

           MOVE WS-LOTE-ANO TO WS-ANO-TESTE
           PERFORM P075-ANO-FECHADO THRU P075-FIM
           IF ANO-BLOQUEADO-OK
              GO TO P030-FIM
           END-IF

           MOVE WS-LOTE-ID-DISC TO ID-DISCIPLINA-MAT
           SET EOF-LOTE-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              ID-DISCIPLINA-MAT
                 INVALID KEY
                    SET EOF-LOTE-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-LOTE-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-LOTE-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-MAT NOT EQUAL WS-LOTE-ID-DISC
                       SET EOF-LOTE-OK TO TRUE
                    ELSE
                       PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                       IF ACS-LIBERADO-OK
                          ADD 1 TO WS-LOTE-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              GO TO P030-FIM
           END-IF

           MOVE WS-LOTE-ID-DISC TO ID-DISCIPLINA-MAT
           SET EOF-LOTE-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              ID-DISCIPLINA-MAT
                 INVALID KEY
                    SET EOF-LOTE-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-LOTE-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-LOTE-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-MAT NOT EQUAL WS-LOTE-ID-DISC
                       SET EOF-LOTE-OK TO TRUE
                    ELSE
                       PERFORM P720-ACESSO-MATRICULA THRU P720-FIM
                       IF ACS-LIBERADO-OK
                          PERFORM P032-ALUNO-DO-LOTE THRU P032-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P900-FIM.

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

           MOVE 'PROGINCL' TO AUD-PROGRAMA

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
