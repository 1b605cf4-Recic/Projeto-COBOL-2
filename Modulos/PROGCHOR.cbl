      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Cumprimento da carga horaria: relatorio por turma,
      *          disciplina e periodo das aulas previstas (quadro de
      *          horarios x calendario letivo, sem feriados) contra as
      *          aulas dadas no diario e a carga minima anual da
      *          disciplina, com as reposicoes a programar (conferencia
      *          no PROGCHCF, a mesma usada no fechamento de periodo).
      *          Cadastro da carga minima anual por disciplina
      *          (coordenacao e direcao, com auditoria).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHOR.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGAMIN ASSIGN TO
           WS-CAMINHO-CARGAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA-CHM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CHM.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARGAMIN.
           COPY FD-CARGAMIN.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-CARGAMIN               PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-CHM                         PIC 99.
           88 FS-CHM-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-DISC-ALVO                      PIC 9(05) VALUE ZERO.
       77  WS-AULAS-MIN                      PIC 9(04) VALUE ZERO.
       77  WS-NM-DISC                        PIC X(20) VALUE SPACE.

       77  WS-JA-EXISTE                      PIC X VALUE 'N'.
           88 JA-EXISTE-OK                   VALUE 'S'.

       01  WS-REG-CHM-ANTES                  PIC X(67) VALUE SPACE.

           COPY CONFCARGA.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 LK-MENSAGEM                     PIC X(40).
           03 LK-ITEM                         PIC 9.
           03 LK-OPERADOR                     PIC X(20).
           03 LK-TERMINAL                     PIC X(20).
           03 LK-SESSAO-DATA                  PIC 9(08).
           03 LK-SESSAO-HORA                  PIC 9(08).
           03 LK-PERFIL                       PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
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

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'CARGA HORARIA - AULAS PREVISTAS X AULAS DADAS'
           DISPLAY '***************************************************'

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-CARGAMIN FROM ENVIRONMENT 'CARGAMIN_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CARGAMIN.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CARGAMIN
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Relatorio Previstas x Dadas             |'
           DISPLAY '|     2 - Cadastrar Carga Minima Anual            |'
           DISPLAY '|     3 - Listar Cargas Minimas                   |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-RELATORIO THRU P200-FIM
              WHEN '2'
                 PERFORM P300-CADASTRA-MINIMO THRU P300-FIM
              WHEN '3'
                 PERFORM P400-LISTA-MINIMOS THRU P400-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-RELATORIO.

           MOVE ZERO TO WS-CCH-ANO
           DISPLAY 'Informe o ano letivo (ENTER = ano corrente): '
           ACCEPT WS-CCH-ANO
           IF WS-CCH-ANO EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-CCH-ANO
           END-IF
           IF WS-CCH-ANO EQUAL ZERO
              ACCEPT WS-CCH-ANO FROM DATE YYYYMMDD
           END-IF

           MOVE ZERO TO WS-CCH-PERIODO
           DISPLAY 'Informe o periodo (1 a 6): '
           ACCEPT WS-CCH-PERIODO
           IF WS-CCH-PERIODO < 1 OR WS-CCH-PERIODO > 6
              DISPLAY 'PERIODO INVALIDO.'
              GO TO P200-FIM
           END-IF

           MOVE ZERO TO WS-CCH-TURMA
           DISPLAY 'Informe a turma (ENTER = todas): '
           ACCEPT WS-CCH-TURMA

           MOVE 'R' TO WS-CCH-LISTA
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCHCF'
              USING WS-CONF-CARGA
              ON EXCEPTION
                 DISPLAY 'MODULO DE CONFERENCIA DE CARGA HORARIA '
                         'INDISPONIVEL.'
                 GO TO P200-FIM
           END-CALL

           IF CCH-CONFERENCIA-ERRO
              DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO CONCLUIDA.'
              GO TO P200-FIM
           END-IF

           IF CCH-CARGA-DEFICIT
              DISPLAY 'PROGRAME A REPOSICAO DAS AULAS MARCADAS COM '
                      'REPOR AULAS ANTES DO FECHAMENTO DO PERIODO.'
           END-IF
           .
       P200-FIM.

       P300-CADASTRA-MINIMO.

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'CARGA MINIMA: ACESSO RESTRITO A COORDENACAO E '
                      'DIRECAO.'
              GO TO P300-FIM
           END-IF

           DISPLAY 'Informe o ID da disciplina: '
           ACCEPT WS-DISC-ALVO

           MOVE SPACE TO WS-NM-DISC
           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P300-FIM
           END-IF
           MOVE WS-DISC-ALVO TO ID-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA
                 INVALID KEY
                    DISPLAY 'A DISCIPLINA INFORMADA NAO EXISTE.'
                    CLOSE DISCIPLINAS
                    GO TO P300-FIM
                 NOT INVALID KEY
                    MOVE NM-DISCIPLINA TO WS-NM-DISC
                    DISPLAY 'Disciplina: ' WS-NM-DISC
           END-READ
           CLOSE DISCIPLINAS

           SET FS-CHM-OK TO TRUE
           OPEN I-O CARGAMIN

           IF WS-FS-CHM EQUAL 35
              OPEN OUTPUT CARGAMIN
              CLOSE CARGAMIN
              OPEN I-O CARGAMIN
           END-IF

           IF NOT FS-CHM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARGA MINIMA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CHM
              GO TO P300-FIM
           END-IF

           MOVE 'N' TO WS-JA-EXISTE
           MOVE SPACE TO WS-REG-CHM-ANTES
           MOVE WS-DISC-ALVO TO ID-DISCIPLINA-CHM
           READ CARGAMIN
              KEY IS ID-DISCIPLINA-CHM
                 INVALID KEY
                    MOVE SPACES TO REG-CARGAMIN
                 NOT INVALID KEY
                    MOVE 'S' TO WS-JA-EXISTE
                    MOVE REG-CARGAMIN TO WS-REG-CHM-ANTES
                    DISPLAY 'CARGA MINIMA ATUAL: ' AULAS-MIN-CHM
                            ' AULAS (' FUNDAMENTO-CHM ')'
           END-READ

           MOVE ZERO TO WS-AULAS-MIN
           DISPLAY 'Carga minima anual (aulas): '
           ACCEPT WS-AULAS-MIN
           IF WS-AULAS-MIN EQUAL ZERO
              DISPLAY 'A CARGA MINIMA DEVE SER MAIOR QUE ZERO.'
              CLOSE CARGAMIN
              GO TO P300-FIM
           END-IF

           MOVE SPACE TO FUNDAMENTO-CHM
           DISPLAY 'Fundamento (matriz curricular/resolucao): '
           ACCEPT FUNDAMENTO-CHM
           IF FUNDAMENTO-CHM EQUAL SPACE
              DISPLAY 'O FUNDAMENTO E OBRIGATORIO.'
              CLOSE CARGAMIN
              GO TO P300-FIM
           END-IF

           MOVE WS-DISC-ALVO TO ID-DISCIPLINA-CHM
           MOVE WS-AULAS-MIN TO AULAS-MIN-CHM
           MOVE LK-OPERADOR  TO OPERADOR-CHM
           ACCEPT DATA-CHM FROM DATE YYYYMMDD

           IF JA-EXISTE-OK
              REWRITE REG-CARGAMIN
           ELSE
              WRITE REG-CARGAMIN
              END-WRITE
           END-IF

           IF FS-CHM-OK OR WS-FS-CHM EQUAL 02
              DISPLAY 'CARGA MINIMA GRAVADA.'
              IF JA-EXISTE-OK
                 MOVE 'ALTERACAO' TO AUD-OPERACAO
              ELSE
                 MOVE 'INCLUSAO'  TO AUD-OPERACAO
              END-IF
              MOVE 'CARGAMIN'   TO AUD-ARQUIVO
              MOVE ID-DISCIPLINA-CHM TO AUD-CHAVE
              MOVE WS-REG-CHM-ANTES TO AUD-VALOR-ANTES
              MOVE REG-CARGAMIN TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR A CARGA MINIMA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CHM
           END-IF

           CLOSE CARGAMIN
           .
       P300-FIM.

       P400-LISTA-MINIMOS.

           SET FS-CHM-OK TO TRUE
           OPEN INPUT CARGAMIN
           IF WS-FS-CHM EQUAL 35
              DISPLAY 'NENHUMA CARGA MINIMA CADASTRADA.'
              GO TO P400-FIM
           END-IF
           IF NOT FS-CHM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARGA MINIMA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CHM
              GO TO P400-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           DISPLAY ' '
           DISPLAY 'DISC  DISCIPLINA           AULAS FUNDAMENTO'
           MOVE ZERO TO WS-CONT
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CARGAMIN NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT
                    MOVE SPACE TO WS-NM-DISC
                    IF FS-OK OR WS-FS EQUAL 23
                       MOVE ID-DISCIPLINA-CHM TO ID-DISCIPLINA
                       READ DISCIPLINAS
                          KEY IS ID-DISCIPLINA
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                MOVE NM-DISCIPLINA TO WS-NM-DISC
                       END-READ
                    END-IF
                    DISPLAY ID-DISCIPLINA-CHM ' ' WS-NM-DISC ' '
                            AULAS-MIN-CHM ' ' FUNDAMENTO-CHM
              END-READ
           END-PERFORM

           CLOSE CARGAMIN
           IF WS-FS NOT EQUAL 35
              CLOSE DISCIPLINAS
           END-IF
           DISPLAY WS-CONT ' DISCIPLINA(S) COM CARGA MINIMA.'
           .
       P400-FIM.

       P800-GRAVA-AUDITORIA.

           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME

           MOVE LK-OPERADOR TO AUD-OPERADOR
           IF AUD-OPERADOR EQUAL SPACE
              ACCEPT AUD-OPERADOR FROM ENVIRONMENT 'USER'
                 ON EXCEPTION MOVE 'DESCONHECIDO' TO AUD-OPERADOR
              END-ACCEPT
           END-IF

           MOVE LK-TERMINAL TO AUD-TERMINAL
           IF AUD-TERMINAL EQUAL SPACE
              ACCEPT AUD-TERMINAL FROM ENVIRONMENT 'TERMINAL'
                 ON EXCEPTION MOVE 'LOCAL' TO AUD-TERMINAL
              END-ACCEPT
           END-IF

           MOVE 'PROGCHOR' TO AUD-PROGRAMA
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
              OPEN OUTPUT AUDITORIA
           END-IF

           IF FS-AUD-OK
              WRITE REG-AUDITORIA
           ELSE
              DISPLAY 'ERRO AO GRAVAR AUDITORIA. FILE STATUS: '
                      WS-FS-AUD
           END-IF

           CLOSE AUDITORIA

           .
       P800-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGCHOR.
