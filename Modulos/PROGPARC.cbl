      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Conferencia de pareceres descritivos antes do
      *          fechamento do periodo: para cada matricula ativa do
      *          ano em disciplina avaliada por parecer (TIPO-AVAL-DISC
      *          'P'), exige no PARECERES o parecer do periodo na
      *          disciplina ou o parecer geral do aluno. Devolve as
      *          quantidades na area CONFPARECER e, a pedido, lista na
      *          tela os alunos sem parecer. Chamado pelo PROGPERI,
      *          pelo PROGTRIM e pela consulta do PROGPARE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPARC.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS-DP.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-MAT.

           SELECT PARECERES ASSIGN TO
           WS-CAMINHO-PARECERES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-PARECER
           FILE STATUS IS WS-FS-PAR.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  PARECERES.
           COPY FD-PARECERES.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-PARECERES              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-PAR                         PIC 99.
           88 FS-PAR-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

      * Sem arquivo de pareceres nenhuma matricula exigida tem parecer.
       77  WS-PAR-AUSENTE                    PIC X VALUE 'N'.
           88 PAR-AUSENTE-OK                 VALUE 'S' FALSE 'N'.

       77  WS-TEM-PARECER                    PIC X VALUE 'N'.
           88 TEM-PARECER-OK                 VALUE 'S' FALSE 'N'.

      * Disciplinas avaliadas por parecer descritivo.
       77  WS-DPA-QTD                        PIC 9(03) VALUE ZERO.
       77  WS-DPA-IDX                        PIC 9(03) VALUE ZERO.
       77  WS-DPA-ACHADO                     PIC 9(03) VALUE ZERO.
       01  WS-TAB-DISC-PARECER.
           03 WS-DPA-ITEM OCCURS 200 TIMES.
              05 WS-DPA-ID                   PIC 9(05).
              05 WS-DPA-NOME                 PIC X(20).

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-CONF-PARECER.
           03 LK-CPR-ANO                      PIC 9(04).
           03 LK-CPR-PERIODO                  PIC 9(02).
           03 LK-CPR-TURMA                    PIC 9(05).
           03 LK-CPR-LISTA                    PIC X(01).
           03 LK-CPR-QTD-EXIGIDOS             PIC 9(05).
           03 LK-CPR-QTD-FALTANTES            PIC 9(05).
           03 LK-CPR-RESULTADO                PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING LK-CONF-PARECER.

           MOVE 'S'  TO LK-CPR-RESULTADO
           MOVE ZERO TO LK-CPR-QTD-EXIGIDOS
           MOVE ZERO TO LK-CPR-QTD-FALTANTES

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos e a conferencia volta
      * como nao realizada.
           MOVE 'S' TO WS-VL-USA-ALUNOS
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
              MOVE 'E' TO LK-CPR-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM P100-CARREGA-DISCIPLINAS THRU P100-FIM

           IF LK-CPR-RESULTADO EQUAL 'S' AND WS-DPA-QTD > ZERO
              PERFORM P200-CONFERE THRU P200-FIM
           END-IF

           IF LK-CPR-RESULTADO EQUAL 'S' AND
              LK-CPR-QTD-FALTANTES > ZERO
              MOVE 'N' TO LK-CPR-RESULTADO
           END-IF

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PARECERES FROM ENVIRONMENT 'PARECERES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PARECERES.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-PARECERES
           END-ACCEPT

           .
       P010-FIM.

       P100-CARREGA-DISCIPLINAS.

           MOVE ZERO TO WS-DPA-QTD
           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           IF WS-FS-DP EQUAL 35
              GO TO P100-FIM
           END-IF

           IF NOT FS-DP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DP
              MOVE 'E' TO LK-CPR-RESULTADO
              GO TO P100-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DISCIPLINAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF AVAL-PARECER AND WS-DPA-QTD < 200
                       ADD 1 TO WS-DPA-QTD
                       MOVE ID-DISCIPLINA TO WS-DPA-ID(WS-DPA-QTD)
                       MOVE NM-DISCIPLINA TO WS-DPA-NOME(WS-DPA-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DISCIPLINAS
           .
       P100-FIM.

       P200-CONFERE.

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA

           IF WS-FS-MAT EQUAL 35
              GO TO P200-FIM
           END-IF

           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              MOVE 'E' TO LK-CPR-RESULTADO
              GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'E' TO LK-CPR-RESULTADO
              CLOSE MATRICULA
              GO TO P200-FIM
           END-IF

           SET PAR-AUSENTE-OK TO FALSE
           SET FS-PAR-OK TO TRUE
           OPEN INPUT PARECERES
           IF WS-FS-PAR EQUAL 35
              SET PAR-AUSENTE-OK TO TRUE
           ELSE
              IF NOT FS-PAR-OK
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARECERES.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-PAR
                 MOVE 'E' TO LK-CPR-RESULTADO
                 CLOSE MATRICULA
                 CLOSE ALUNOS
                 GO TO P200-FIM
              END-IF
           END-IF

           IF LK-CPR-LISTA EQUAL 'S'
              DISPLAY ' '
              DISPLAY '--- ALUNOS SEM PARECER NO PERIODO '
                      LK-CPR-PERIODO '/' LK-CPR-ANO ' ---'
           END-IF

      * Turma informada: elenco pela chave alternativa da turma no
      * ano; sem turma, a base inteira filtrada pelo ano.
           SET EOF-OK TO FALSE
           IF LK-CPR-TURMA NOT EQUAL ZERO
              MOVE LK-CPR-TURMA TO TURMA-MATRICULA
              MOVE LK-CPR-ANO   TO ANO-MATRICULA
              START MATRICULA KEY IS EQUAL CHAVE-TURMA-MAT
                 INVALID KEY
                    SET EOF-OK TO TRUE
              END-START
           END-IF

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF LK-CPR-TURMA NOT EQUAL ZERO AND
                       (TURMA-MATRICULA NOT EQUAL LK-CPR-TURMA OR
                        ANO-MATRICULA NOT EQUAL LK-CPR-ANO)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL LK-CPR-ANO
                          PERFORM P300-CONFERE-MATRICULA THRU P300-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           CLOSE ALUNOS
           IF NOT PAR-AUSENTE-OK
              CLOSE PARECERES
           END-IF

           IF LK-CPR-LISTA EQUAL 'S'
              DISPLAY 'MATRICULAS EM DISCIPLINA POR PARECER: '
                      LK-CPR-QTD-EXIGIDOS
              DISPLAY 'SEM PARECER NO PERIODO:               '
                      LK-CPR-QTD-FALTANTES
           END-IF
           .
       P200-FIM.

       P300-CONFERE-MATRICULA.

           MOVE ZERO TO WS-DPA-ACHADO
           PERFORM VARYING WS-DPA-IDX FROM 1 BY 1
              UNTIL WS-DPA-IDX > WS-DPA-QTD OR WS-DPA-ACHADO > ZERO
              IF WS-DPA-ID(WS-DPA-IDX) EQUAL ID-DISCIPLINA-MAT
                 MOVE WS-DPA-IDX TO WS-DPA-ACHADO
              END-IF
           END-PERFORM

           IF WS-DPA-ACHADO EQUAL ZERO
              GO TO P300-FIM
           END-IF

      * Aluno inativo (transferido, evadido) nao recebe parecer.
           MOVE ID-ALUNO-MAT TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P300-FIM
           END-READ
           IF ALUNO-INATIVO
              GO TO P300-FIM
           END-IF

           ADD 1 TO LK-CPR-QTD-EXIGIDOS

           SET TEM-PARECER-OK TO FALSE
           IF NOT PAR-AUSENTE-OK
              MOVE ID-ALUNO-MAT      TO ID-ALUNO-PAR
              MOVE LK-CPR-ANO        TO ANO-PAR
              MOVE LK-CPR-PERIODO    TO PERIODO-PAR
              MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA-PAR
              READ PARECERES
                 KEY IS CHAVE-PARECER
                    INVALID KEY
                       MOVE ZERO TO ID-DISCIPLINA-PAR
                       READ PARECERES
                          KEY IS CHAVE-PARECER
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                SET TEM-PARECER-OK TO TRUE
                       END-READ
                    NOT INVALID KEY
                       SET TEM-PARECER-OK TO TRUE
              END-READ
           END-IF

           IF NOT TEM-PARECER-OK
              ADD 1 TO LK-CPR-QTD-FALTANTES
              IF LK-CPR-LISTA EQUAL 'S'
                 DISPLAY 'ALUNO ' ID-ALUNO-MAT ' ' NM-ALUNO
                         ' TURMA ' TURMA-MATRICULA
                         ' DISC ' WS-DPA-NOME(WS-DPA-ACHADO)
              END-IF
           END-IF
           .
       P300-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGPARC.
