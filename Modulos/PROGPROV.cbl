      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Calendario de provas por turma: marcacao da prova
      *          (turma, disciplina, data e tempo) validada contra o
      *          calendario letivo (data dentro de um periodo e que
      *          nao seja feriado) e o quadro de horarios (a
      *          disciplina tem aula na turma naquele dia da semana),
      *          recusando choque de tempo e mais provas no dia do
      *          que o limite configuravel (PROVAS_LIMITE_DIA, padrao
      *          2). Emite o calendario impresso da turma para os
      *          alunos e a visao por professor montada pela oferta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROV.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVAS ASSIGN TO
           WS-CAMINHO-PROVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PROVA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PRV.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-PROFESSOR OF REG-PROFESSOR
           FILE STATUS IS WS-FS.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS.

           SELECT FERIADOS ASSIGN TO
           WS-CAMINHO-FERIADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY DATA-FER
           FILE STATUS IS WS-FS.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT RELATORIO ASSIGN TO
           WS-CAMINHO-RELATORIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT SPOOL-IDX ASSIGN TO
           WS-CAMINHO-SPOOL-IDX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROVAS.
           COPY FD-PROVAS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  FERIADOS.
           COPY FD-FERIADOS.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-PROVAS                 PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-FERIADOS               PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-PRV                         PIC 99.
           88 FS-PRV-OK                      VALUE 0.

       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-VALIDO                         PIC X.
           88 VALIDO-OK                      VALUE 'S'.

       77  WS-ACHOU                          PIC X VALUE 'N'.
           88 ACHOU-OK                       VALUE 'S'.

       77  WS-LIMITE-PROVAS                  PIC 9(02) VALUE 2.
       77  WS-PROVAS-DIA                     PIC 9(02) VALUE ZERO.

       77  WS-TURMA-PRV                      PIC 9(05) VALUE ZERO.
       77  WS-DISCIPLINA-PRV                 PIC 9(05) VALUE ZERO.
       77  WS-TEMPO-PRV                      PIC 9(02) VALUE ZERO.
       77  WS-DS-PROVA                       PIC X(30) VALUE SPACE.
       77  WS-TRIM-PRV                       PIC 9(02) VALUE ZERO.
       77  WS-PROFESSOR-ALVO                 PIC 9(05) VALUE ZERO.
       77  WS-PROFESSOR-PRV                  PIC 9(05) VALUE ZERO.
       77  WS-NM-DISCIPLINA                  PIC X(20) VALUE SPACE.
       77  WS-DS-TURMA                       PIC X(20) VALUE SPACE.

       01  WS-DATA-PRV                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-PRV.
           03 WS-PRV-ANO                     PIC 9(04).
           03 WS-PRV-MES                     PIC 9(02).
           03 WS-PRV-DIA                     PIC 9(02).

       77  WS-ANO-ALVO                       PIC 9(04) VALUE ZERO.

      * Dia da semana no padrao do quadro de horarios (1 = segunda
      * a 6 = sabado, 7 = domingo), pela contagem de dias desde
      * 01/01/1601, que foi uma segunda-feira.
       77  WS-DIAS-INT                       PIC 9(07) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(07) VALUE ZERO.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       01  WS-LIN-PROVA.
           03 WS-LP-DIA                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LP-MES                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LP-ANO                      PIC 9(04).
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LP-TEMPO                    PIC Z9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LP-TURMA                    PIC 9(05).
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LP-DISCIPLINA               PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-DESCRICAO                PIC X(30).

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
           DISPLAY 'CALENDARIO DE PROVAS POR TURMA'
           DISPLAY '***************************************************'

           ACCEPT WS-LIMITE-PROVAS FROM ENVIRONMENT 'PROVAS_LIMITE_DIA'
              ON EXCEPTION MOVE 2 TO WS-LIMITE-PROVAS
           END-ACCEPT
           IF WS-LIMITE-PROVAS NOT NUMERIC OR
              WS-LIMITE-PROVAS EQUAL ZERO
              MOVE 2 TO WS-LIMITE-PROVAS
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-PROVAS FROM ENVIRONMENT 'PROVAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROVAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROVAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-FERIADOS FROM ENVIRONMENT 'FERIADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FERIADOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-FERIADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
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
           DISPLAY '|     1 - Marcar Prova                            |'
           DISPLAY '|     2 - Desmarcar Prova                         |'
           DISPLAY '|     3 - Calendario de Provas da Turma           |'
           DISPLAY '|     4 - Calendario de Provas do Professor       |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-MARCA-PROVA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-DESMARCA-PROVA THRU P300-FIM
              WHEN '3'
                 PERFORM P400-CALENDARIO-TURMA THRU P400-FIM
              WHEN '4'
                 PERFORM P500-CALENDARIO-PROFESSOR THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-MARCA-PROVA.

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'MARCACAO DE PROVA RESTRITA A COORDENACAO E '
                      'DIRECAO.'
              GO TO P200-FIM
           END-IF

           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-PRV
           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA-PRV
           DISPLAY 'Data da prova (AAAAMMDD): '
           ACCEPT WS-DATA-PRV
           DISPLAY 'Tempo de aula: '
           ACCEPT WS-TEMPO-PRV
           DISPLAY 'Descricao (conteudo/instrumento): '
           ACCEPT WS-DS-PROVA

           IF WS-DATA-PRV NOT NUMERIC OR
              WS-PRV-MES < 1 OR WS-PRV-MES > 12 OR
              WS-PRV-DIA < 1 OR WS-PRV-DIA > 31
              DISPLAY 'DATA INVALIDA. Informe AAAAMMDD.'
              GO TO P200-FIM
           END-IF

           IF WS-TEMPO-PRV NOT NUMERIC OR WS-TEMPO-PRV EQUAL ZERO
              DISPLAY 'TEMPO DE AULA INVALIDO.'
              GO TO P200-FIM
           END-IF

           PERFORM P610-VALIDA-TURMA-DISC THRU P610-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           PERFORM P620-VALIDA-CALENDARIO THRU P620-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           PERFORM P630-VALIDA-HORARIO THRU P630-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           SET FS-PRV-OK TO TRUE
           OPEN I-O PROVAS

           IF WS-FS-PRV EQUAL 35
              OPEN OUTPUT PROVAS
              CLOSE PROVAS
              OPEN I-O PROVAS
           END-IF

           IF NOT FS-PRV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROVAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PRV
              GO TO P200-FIM
           END-IF

           PERFORM P640-CONTA-PROVAS-DIA THRU P640-FIM
           IF NOT VALIDO-OK
              CLOSE PROVAS
              GO TO P200-FIM
           END-IF

           DISPLAY 'PROVA DE ' WS-NM-DISCIPLINA ' NA TURMA '
                   WS-TURMA-PRV ' EM ' WS-DATA-PRV ' TEMPO '
                   WS-TEMPO-PRV ' (PERIODO ' WS-TRIM-PRV ').'
           DISPLAY 'TECLE: <S> para marcar ou <QUALQUER TECLA> para '
                   'cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              CLOSE PROVAS
              GO TO P200-FIM
           END-IF

           MOVE WS-TURMA-PRV      TO ID-TURMA-PRV
           MOVE WS-DATA-PRV       TO DATA-PRV
           MOVE WS-TEMPO-PRV      TO TEMPO-PRV
           MOVE WS-DISCIPLINA-PRV TO ID-DISCIPLINA-PRV
           MOVE WS-TRIM-PRV       TO TRIM-PRV
           MOVE WS-DS-PROVA       TO DS-PROVA
           MOVE LK-OPERADOR       TO OPERADOR-PRV
           ACCEPT DATA-MARC-PRV FROM DATE YYYYMMDD

           WRITE REG-PROVA
              INVALID KEY
                 DISPLAY 'PROVA JA MARCADA NESTE DIA E TEMPO.'
              NOT INVALID KEY
                 DISPLAY 'PROVA MARCADA NO CALENDARIO.'
                 MOVE 'INCLUSAO'   TO AUD-OPERACAO
                 MOVE 'PROVAS'     TO AUD-ARQUIVO
                 MOVE CHAVE-PROVA  TO AUD-CHAVE
                 MOVE SPACE        TO AUD-VALOR-ANTES
                 MOVE REG-PROVA    TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE PROVAS
           .
       P200-FIM.

       P300-DESMARCA-PROVA.

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'DESMARCACAO DE PROVA RESTRITA A COORDENACAO E '
                      'DIRECAO.'
              GO TO P300-FIM
           END-IF

           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-PRV
           DISPLAY 'Data da prova (AAAAMMDD): '
           ACCEPT WS-DATA-PRV
           DISPLAY 'Tempo de aula: '
           ACCEPT WS-TEMPO-PRV
           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA-PRV

           SET FS-PRV-OK TO TRUE
           OPEN I-O PROVAS
           IF NOT FS-PRV-OK
              DISPLAY 'NENHUMA PROVA MARCADA.'
              GO TO P300-FIM
           END-IF

           MOVE WS-TURMA-PRV      TO ID-TURMA-PRV
           MOVE WS-DATA-PRV       TO DATA-PRV
           MOVE WS-TEMPO-PRV      TO TEMPO-PRV
           MOVE WS-DISCIPLINA-PRV TO ID-DISCIPLINA-PRV
           READ PROVAS
              KEY IS CHAVE-PROVA
                 INVALID KEY
                    DISPLAY 'PROVA NAO ENCONTRADA.'
                    CLOSE PROVAS
                    GO TO P300-FIM
           END-READ

           DISPLAY 'PROVA: ' DS-PROVA
           DISPLAY 'TECLE: <S> para desmarcar ou <QUALQUER TECLA> '
                   'para cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              CLOSE PROVAS
              GO TO P300-FIM
           END-IF

           MOVE REG-PROVA TO AUD-VALOR-ANTES
           DELETE PROVAS RECORD
           IF FS-PRV-OK
              DISPLAY 'PROVA DESMARCADA.'
              MOVE 'EXCLUSAO'   TO AUD-OPERACAO
              MOVE 'PROVAS'     TO AUD-ARQUIVO
              MOVE CHAVE-PROVA  TO AUD-CHAVE
              MOVE SPACE        TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO DESMARCAR A PROVA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PRV
           END-IF

           CLOSE PROVAS
           .
       P300-FIM.

       P400-CALENDARIO-TURMA.

      * Calendario impresso da turma para entregar aos alunos: todas
      * as provas do ano em ordem de data e tempo (a propria ordem
      * da chave do arquivo).
           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-PRV
           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-ALVO

           MOVE SPACE TO WS-DS-TURMA
           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF FS-OK
              MOVE WS-TURMA-PRV TO ID-TURMA
              READ TURMAS
                 KEY IS ID-TURMA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DS-TURMA TO WS-DS-TURMA
              END-READ
              CLOSE TURMAS
           END-IF

           SET FS-PRV-OK TO TRUE
           OPEN INPUT PROVAS
           IF NOT FS-PRV-OK
              DISPLAY 'NENHUMA PROVA MARCADA.'
              GO TO P400-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           MOVE 'CALENDARIO PROVAS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'CALENDARIO DE PROVAS - TURMA ' DELIMITED BY SIZE
                  WS-TURMA-PRV                    DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-DS-TURMA                     DELIMITED BY SIZE
                  ' - ANO '                       DELIMITED BY SIZE
                  WS-ANO-ALVO                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DATA        TEMPO TURMA  DISCIPLINA           CONTEUDO'
              TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-CONT
           MOVE WS-TURMA-PRV TO ID-TURMA-PRV
           COMPUTE DATA-PRV = WS-ANO-ALVO * 10000 + 101
           MOVE ZERO TO TEMPO-PRV
           MOVE ZERO TO ID-DISCIPLINA-PRV
           START PROVAS KEY IS GREATER THAN OR EQUAL CHAVE-PROVA
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ PROVAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-PRV NOT EQUAL WS-TURMA-PRV OR
                       DATA-PRV(1:4) NOT EQUAL WS-ANO-ALVO
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-CONT
                       PERFORM P650-MONTA-LINHA THRU P650-FIM
                    END-IF
              END-READ
           END-PERFORM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'TOTAL DE PROVAS: ' DELIMITED BY SIZE
                  WS-CONT             DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           CLOSE DISCIPLINAS
           CLOSE PROVAS
           .
       P400-FIM.

       P500-CALENDARIO-PROFESSOR.

      * Visao por professor: percorre as provas do ano e mantem as
      * das turmas/disciplinas que a oferta do ano atribui ao
      * professor (sem oferta, vale o professor da disciplina).
           DISPLAY 'Informe o codigo do professor: '
           ACCEPT WS-PROFESSOR-ALVO
           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-ALVO

           SET FS-PRV-OK TO TRUE
           OPEN INPUT PROVAS
           IF NOT FS-PRV-OK
              DISPLAY 'NENHUMA PROVA MARCADA.'
              GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA

           MOVE 'PROVAS PROFESSOR' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           SET FS-OK TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-OK
              MOVE WS-PROFESSOR-ALVO TO ID-PROFESSOR OF REG-PROFESSOR
              READ PROFESSORES
                 INVALID KEY
                    MOVE SPACE TO NM-PROFESSOR
              END-READ
              CLOSE PROFESSORES
           ELSE
              MOVE SPACE TO NM-PROFESSOR
           END-IF
           STRING 'CALENDARIO DE PROVAS - PROFESSOR ' DELIMITED BY SIZE
                  WS-PROFESSOR-ALVO                   DELIMITED BY SIZE
                  ' '                                 DELIMITED BY SIZE
                  NM-PROFESSOR                        DELIMITED BY SIZE
                  ' - ANO '                           DELIMITED BY SIZE
                  WS-ANO-ALVO                         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DATA        TEMPO TURMA  DISCIPLINA           CONTEUDO'
              TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-CONT
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ PROVAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-PRV(1:4) EQUAL WS-ANO-ALVO
                       PERFORM P510-PROFESSOR-DA-PROVA THRU P510-FIM
                       IF WS-PROFESSOR-PRV EQUAL WS-PROFESSOR-ALVO
                          ADD 1 TO WS-CONT
                          PERFORM P650-MONTA-LINHA THRU P650-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'TOTAL DE PROVAS: ' DELIMITED BY SIZE
                  WS-CONT             DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           CLOSE OFERTA
           CLOSE DISCIPLINAS
           CLOSE PROVAS
           .
       P500-FIM.

       P510-PROFESSOR-DA-PROVA.

           MOVE ZERO TO WS-PROFESSOR-PRV

           IF FS-OFR-OK
              MOVE WS-ANO-ALVO       TO ANO-OFERTA
              MOVE ID-TURMA-PRV      TO ID-TURMA-OFR
              MOVE ID-DISCIPLINA-PRV TO ID-DISCIPLINA-OFR
              READ OFERTA
                 KEY IS CHAVE-OFERTA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ID-PROFESSOR-OFR TO WS-PROFESSOR-PRV
              END-READ
              SET FS-OFR-OK TO TRUE
           END-IF

           IF WS-PROFESSOR-PRV EQUAL ZERO
              MOVE ID-DISCIPLINA-PRV TO ID-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ID-PROFESSOR OF REG-DISCIPLINA
                          TO WS-PROFESSOR-PRV
              END-READ
           END-IF
           .
       P510-FIM.

       P610-VALIDA-TURMA-DISC.

           MOVE 'S' TO WS-VALIDO

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'N' TO WS-VALIDO
              GO TO P610-FIM
           END-IF
           MOVE WS-TURMA-PRV TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA.'
                    MOVE 'N' TO WS-VALIDO
           END-READ
           CLOSE TURMAS
           IF NOT VALIDO-OK
              GO TO P610-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'N' TO WS-VALIDO
              GO TO P610-FIM
           END-IF
           MOVE WS-DISCIPLINA-PRV TO ID-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA
                 INVALID KEY
                    DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                    MOVE 'N' TO WS-VALIDO
                 NOT INVALID KEY
                    MOVE NM-DISCIPLINA TO WS-NM-DISCIPLINA
           END-READ
           CLOSE DISCIPLINAS
           .
       P610-FIM.

       P620-VALIDA-CALENDARIO.

      * A data tem de cair dentro de um periodo do calendario letivo
      * do ano e nao pode ser feriado cadastrado.
           MOVE 'N' TO WS-VALIDO
           MOVE ZERO TO WS-TRIM-PRV

           SET FS-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK
              DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO. CADASTRE OS '
                      'PERIODOS DO ANO ANTES DE MARCAR PROVAS.'
              GO TO P620-FIM
           END-IF

           MOVE WS-PRV-ANO TO ANO-CAL
           MOVE ZERO       TO TRIM-CAL
           START CALENDARIO KEY IS GREATER THAN OR EQUAL
              CHAVE-CALENDARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL NOT EQUAL WS-PRV-ANO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-DATA-PRV NOT < DT-INICIO-CAL AND
                          WS-DATA-PRV NOT > DT-FIM-CAL
                          MOVE TRIM-CAL TO WS-TRIM-PRV
                          MOVE 'S' TO WS-VALIDO
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO

           IF NOT VALIDO-OK
              DISPLAY 'DATA FORA DOS PERIODOS DO CALENDARIO LETIVO DE '
                      WS-PRV-ANO '.'
              GO TO P620-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT FERIADOS
           IF FS-OK
              MOVE WS-DATA-PRV TO DATA-FER
              READ FERIADOS
                 KEY IS DATA-FER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY 'DATA E FERIADO: ' DS-FERIADO
                       MOVE 'N' TO WS-VALIDO
              END-READ
              CLOSE FERIADOS
           END-IF
           .
       P620-FIM.

       P630-VALIDA-HORARIO.

      * A disciplina precisa ter aula na turma no dia da semana da
      * prova, conforme o quadro de horarios.
           MOVE 'N' TO WS-VALIDO

           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE (WS-DATA-PRV)
           SUBTRACT 1 FROM WS-DIAS-INT
           DIVIDE WS-DIAS-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA

           IF WS-DIA-SEMANA EQUAL 7
              DISPLAY 'DATA CAI EM UM DOMINGO.'
              GO TO P630-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-OK
              DISPLAY 'QUADRO DE HORARIOS NAO CADASTRADO.'
              GO TO P630-FIM
           END-IF

           MOVE WS-TURMA-PRV      TO ID-TURMA-HOR
           MOVE WS-DISCIPLINA-PRV TO ID-DISCIPLINA-HOR
           MOVE WS-DIA-SEMANA     TO DIA-SEMANA-HOR
           MOVE ZERO              TO TEMPO-HOR
           START HORARIOS KEY IS GREATER THAN OR EQUAL CHAVE-HORARIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HORARIOS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF ID-TURMA-HOR EQUAL WS-TURMA-PRV AND
                          ID-DISCIPLINA-HOR EQUAL WS-DISCIPLINA-PRV AND
                          DIA-SEMANA-HOR EQUAL WS-DIA-SEMANA
                          MOVE 'S' TO WS-VALIDO
                       END-IF
                 END-READ
           END-START
           CLOSE HORARIOS

           IF NOT VALIDO-OK
              DISPLAY 'A DISCIPLINA NAO TEM AULA NA TURMA NESTE DIA DA '
                      'SEMANA (DIA ' WS-DIA-SEMANA ' DO QUADRO).'
           END-IF
           .
       P630-FIM.

       P640-CONTA-PROVAS-DIA.

      * Conta as provas ja marcadas para a turma no dia e recusa o
      * choque de tempo e o excesso sobre o limite diario.
           MOVE 'S' TO WS-VALIDO
           MOVE ZERO TO WS-PROVAS-DIA

           MOVE WS-TURMA-PRV TO ID-TURMA-PRV
           MOVE WS-DATA-PRV  TO DATA-PRV
           MOVE ZERO         TO TEMPO-PRV
           MOVE ZERO         TO ID-DISCIPLINA-PRV
           START PROVAS KEY IS GREATER THAN OR EQUAL CHAVE-PROVA
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ PROVAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-PRV NOT EQUAL WS-TURMA-PRV OR
                       DATA-PRV NOT EQUAL WS-DATA-PRV
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-PROVAS-DIA
                       IF TEMPO-PRV EQUAL WS-TEMPO-PRV
                          DISPLAY 'CHOQUE: JA HA PROVA DA DISCIPLINA '
                                  ID-DISCIPLINA-PRV ' NESTE TEMPO.'
                          MOVE 'N' TO WS-VALIDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PROVAS-DIA NOT < WS-LIMITE-PROVAS
              DISPLAY 'A TURMA JA TEM ' WS-PROVAS-DIA ' PROVA(S) NESTE '
                      'DIA. LIMITE DIARIO: ' WS-LIMITE-PROVAS '.'
              MOVE 'N' TO WS-VALIDO
           END-IF
           .
       P640-FIM.

       P650-MONTA-LINHA.

           MOVE SPACE TO WS-NM-DISCIPLINA
           MOVE ID-DISCIPLINA-PRV TO ID-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NM-DISCIPLINA TO WS-NM-DISCIPLINA
           END-READ

           MOVE DATA-PRV(7:2)     TO WS-LP-DIA
           MOVE DATA-PRV(5:2)     TO WS-LP-MES
           MOVE DATA-PRV(1:4)     TO WS-LP-ANO
           MOVE TEMPO-PRV         TO WS-LP-TEMPO
           MOVE ID-TURMA-PRV      TO WS-LP-TURMA
           MOVE WS-NM-DISCIPLINA  TO WS-LP-DISCIPLINA
           MOVE DS-PROVA          TO WS-LP-DESCRICAO
           MOVE WS-LIN-PROVA      TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P650-FIM.

       P060-ABRE-SPOOL.

      * Abre o spool datado do relatorio no diretorio de relatorios
      * e registra a emissao no indice (reimpressao pelo PROGRELP),
      * no mesmo padrao das listagens do PROGLIST.
           MOVE 'N' TO WS-REL-ABERTO

           ACCEPT WS-DIR-RELATORIOS FROM ENVIRONMENT 'RELATORIOS_DIR'
              ON EXCEPTION
                 MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-ACCEPT
           IF WS-DIR-RELATORIOS EQUAL SPACE
              MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-IF

           ACCEPT WS-REL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-REL-HORA FROM TIME

           MOVE ZERO TO WS-REL-DIR-TAM
           PERFORM VARYING WS-REL-DIR-TAM FROM 60 BY -1
              UNTIL WS-REL-DIR-TAM < 1
                 OR WS-DIR-RELATORIOS(WS-REL-DIR-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE SPACE TO WS-CAMINHO-RELATORIO
           STRING WS-DIR-RELATORIOS(1:WS-REL-DIR-TAM)
                     DELIMITED BY SIZE
                  'REL-'          DELIMITED BY SIZE
                  WS-REL-DATA     DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-REL-HORA     DELIMITED BY SIZE
                  '.txt'          DELIMITED BY SIZE
                  INTO WS-CAMINHO-RELATORIO

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
              DISPLAY 'AVISO: SPOOL INDISPONIVEL (FILE STATUS '
                      WS-FS-REL '). SAIDA SOMENTE NA TELA.'
              GO TO P060-FIM
           END-IF

           MOVE 'S' TO WS-REL-ABERTO

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-REL-TITULO TO WS-LINHA-SPOOL(1:20)
           MOVE 'EMITIDO EM ' TO WS-LINHA-SPOOL(25:11)
           MOVE WS-REL-DATA TO WS-LINHA-SPOOL(36:8)
           MOVE ' ' TO WS-LINHA-SPOOL(44:1)
           MOVE WS-REL-HORA TO WS-LINHA-SPOOL(45:8)
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           MOVE SPACE TO WS-LINHA-SPOOL
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL

           MOVE SPACE TO WS-CAMINHO-SPOOL-IDX
           ACCEPT WS-CAMINHO-SPOOL-IDX FROM ENVIRONMENT
              'SPOOL_INDICE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SPOOL-INDICE.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-SPOOL-IDX
           END-ACCEPT

           SET FS-REL-OK TO TRUE
           OPEN EXTEND SPOOL-IDX
           IF WS-FS-REL EQUAL 35
              OPEN OUTPUT SPOOL-IDX
           END-IF
           IF FS-REL-OK
              MOVE WS-CAMINHO-RELATORIO(1:60) TO SPX-NOME
              MOVE WS-REL-DATA   TO SPX-DATA
              MOVE WS-REL-HORA   TO SPX-HORA
              MOVE WS-REL-TITULO TO SPX-TITULO
              WRITE REG-SPOOL-IDX
              CLOSE SPOOL-IDX
           END-IF
           .
       P060-FIM.

       P065-GRAVA-SPOOL.

           IF REL-ABERTO-OK
              WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           END-IF
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

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

           MOVE 'PROGPROV' TO AUD-PROGRAMA
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
       END PROGRAM PROGPROV.
