      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Cumprimento da carga horaria por turma e disciplina:
      *          compara as aulas previstas no periodo (tempos
      *          semanais do quadro de HORARIOS aplicados aos dias do
      *          CALENDARIO, sem os FERIADOS) com as aulas dadas no
      *          diario (maior AULAS-DADAS-FRQ dos alunos da turma na
      *          disciplina) e projeta o ano contra a carga minima
      *          anual da disciplina (CARGAMIN). Devolve as
      *          quantidades na area CONFCARGA e, a pedido, lista os
      *          deficits na tela ou emite o relatorio completo no
      *          spool. Chamado pelo PROGPERI e pelo PROGTRIM antes de
      *          fechar o periodo e pelo relatorio do PROGCHOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHCF.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS.

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

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS-CAL.

           SELECT FERIADOS ASSIGN TO
           WS-CAMINHO-FERIADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY DATA-FER
           FILE STATUS IS WS-FS-FER.

           SELECT CARGAMIN ASSIGN TO
           WS-CAMINHO-CARGAMIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA-CHM
           FILE STATUS IS WS-FS-CHM.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS-DP.

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

           SELECT SORT-WORK ASSIGN TO 'SORTWK'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  FERIADOS.
           COPY FD-FERIADOS.

       FD  CARGAMIN.
           COPY FD-CARGAMIN.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

       SD  SORT-WORK.
       01  REG-SORT.
           03 SORT-TURMA                     PIC 9(05).
           03 SORT-DISC                      PIC 9(05).
           03 SORT-NOME                      PIC X(20).
           03 SORT-PREV                      PIC 9(04).
           03 SORT-DADA                      PIC 9(04).
           03 SORT-DEF                       PIC 9(04).
           03 SORT-PREV-ANO                  PIC 9(04).
           03 SORT-PROJ                      PIC 9(04).
           03 SORT-MIN                       PIC 9(04).
           03 SORT-SIT                       PIC X(14).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-FERIADOS               PIC X(80).
       01  WS-CAMINHO-CARGAMIN               PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-CAL                         PIC 99.
           88 FS-CAL-OK                      VALUE 0.

       77  WS-FS-FER                         PIC 99.
           88 FS-FER-OK                      VALUE 0.

       77  WS-FS-CHM                         PIC 99.
           88 FS-CHM-OK                      VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-FER-ABERTO                     PIC X VALUE 'N'.
           88 FER-ABERTO-OK                  VALUE 'S' FALSE 'N'.
       77  WS-FRQ-ABERTO                     PIC X VALUE 'N'.
           88 FRQ-ABERTO-OK                  VALUE 'S' FALSE 'N'.

       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-TOLERANCIA                     PIC 9(03) VALUE ZERO.

      * Dias de aula de cada periodo do ano por dia da semana
      * (1 = segunda a 6 = sabado), sem os feriados; no periodo
      * conferido, tambem os dias ate hoje (aulas que ja deveriam ter
      * sido dadas).
       01  WS-TAB-CALENDARIO.
           03 WS-CP-PERIODO OCCURS 6 TIMES.
              05 WS-CP-EXISTE                PIC X(01).
              05 WS-CP-DIAS OCCURS 7 TIMES   PIC 9(03).
       01  WS-TAB-DIAS-HOJE.
           03 WS-CP-DIAS-HOJE OCCURS 7 TIMES PIC 9(03).
       77  WS-CP-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-DS-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-DIA-INT                        PIC 9(08) VALUE ZERO.
       77  WS-FIM-INT                        PIC 9(08) VALUE ZERO.
       77  WS-HOJE-INT                       PIC 9(08) VALUE ZERO.
       77  WS-DIA-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(08) VALUE ZERO.

      * Turmas/disciplinas conferidas: tempos semanais do quadro,
      * aulas dadas em cada periodo e carga minima anual.
       01  WS-TAB-CARGA.
           03 WS-CH-ITEM OCCURS 500 TIMES.
              05 WS-CH-TURMA                 PIC 9(05).
              05 WS-CH-DISC                  PIC 9(05).
              05 WS-CH-TEMPOS OCCURS 7 TIMES PIC 9(02).
              05 WS-CH-DADAS OCCURS 6 TIMES  PIC 9(03).
       77  WS-CH-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-CH-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-CH-ACHADO                      PIC 9(03) VALUE ZERO.
       77  WS-CH-CHEIA                       PIC X VALUE 'N'.
           88 CH-CHEIA-OK                    VALUE 'S' FALSE 'N'.
       77  WS-BUSCA-TURMA                    PIC 9(05) VALUE ZERO.
       77  WS-BUSCA-DISC                     PIC 9(05) VALUE ZERO.

      * Apuracao de uma turma/disciplina.
       77  WS-CALC-PREV                      PIC 9(04) VALUE ZERO.
       77  WS-CALC-DADA                      PIC 9(04) VALUE ZERO.
       77  WS-CALC-DEF                       PIC 9(04) VALUE ZERO.
       77  WS-CALC-PREV-ANO                  PIC 9(04) VALUE ZERO.
       77  WS-CALC-ACUM                      PIC 9(04) VALUE ZERO.
       77  WS-CALC-PROJ                      PIC 9(04) VALUE ZERO.
       77  WS-CALC-MIN                       PIC 9(04) VALUE ZERO.
       77  WS-CALC-SIT                       PIC X(14) VALUE SPACE.
       77  WS-CALC-NOME                      PIC X(20) VALUE SPACE.
       77  WS-CALC-DEFICIT                   PIC X VALUE 'N'.
           88 CALC-DEFICIT-OK                VALUE 'S' FALSE 'N'.
       77  WS-CALC-ABAIXO                    PIC X VALUE 'N'.
           88 CALC-ABAIXO-OK                 VALUE 'S' FALSE 'N'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       01  WS-LIN-CARGA.
           03 WS-LG-TURMA                    PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-DISC                     PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-NOME                     PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-PREV                     PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-DADA                     PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-DEF                      PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-PREV-ANO                 PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-PROJ                     PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-MIN                      PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LG-SIT                      PIC X(14).

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-CONF-CARGA.
           03 LK-CCH-ANO                      PIC 9(04).
           03 LK-CCH-PERIODO                  PIC 9(02).
           03 LK-CCH-TURMA                    PIC 9(05).
           03 LK-CCH-LISTA                    PIC X(01).
           03 LK-CCH-QTD-ITENS                PIC 9(05).
           03 LK-CCH-QTD-DEFICIT              PIC 9(05).
           03 LK-CCH-QTD-ABAIXO-MIN           PIC 9(05).
           03 LK-CCH-RESULTADO                PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING LK-CONF-CARGA.

           MOVE 'S'  TO LK-CCH-RESULTADO
           MOVE ZERO TO LK-CCH-QTD-ITENS
           MOVE ZERO TO LK-CCH-QTD-DEFICIT
           MOVE ZERO TO LK-CCH-QTD-ABAIXO-MIN

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos e a conferencia volta
      * como nao realizada.
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
              MOVE 'E' TO LK-CCH-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF LK-CCH-PERIODO < 1 OR LK-CCH-PERIODO > 6
              DISPLAY 'PERIODO INVALIDO PARA A CONFERENCIA DE CARGA '
                      'HORARIA.'
              MOVE 'E' TO LK-CCH-RESULTADO
              PERFORM P950-FIM
           END-IF

      * Aulas dadas acima das previstas ate esta diferenca nao contam
      * como deficit (aula registrada no dia seguinte, por exemplo).
           ACCEPT WS-TOLERANCIA FROM ENVIRONMENT
              'CARGA_TOLERANCIA_AULAS'
              ON EXCEPTION MOVE ZERO TO WS-TOLERANCIA
           END-ACCEPT
           IF WS-TOLERANCIA NOT NUMERIC
              MOVE ZERO TO WS-TOLERANCIA
           END-IF

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM P100-CALENDARIO THRU P100-FIM
           IF LK-CCH-RESULTADO NOT EQUAL 'S' OR
              WS-CP-EXISTE (LK-CCH-PERIODO) NOT EQUAL 'S'
              PERFORM P950-FIM
           END-IF

           MOVE ZERO TO WS-CH-QTD
           SET CH-CHEIA-OK TO FALSE
           PERFORM P200-HORARIOS THRU P200-FIM
           IF LK-CCH-RESULTADO EQUAL 'S'
              PERFORM P300-AULAS-DADAS THRU P300-FIM
           END-IF
           IF LK-CCH-RESULTADO NOT EQUAL 'S'
              PERFORM P950-FIM
           END-IF

           IF CH-CHEIA-OK
              DISPLAY 'AVISO: MAIS DE 500 TURMAS/DISCIPLINAS; '
                      'INFORME A TURMA PARA CONFERIR AS DEMAIS.'
           END-IF

           PERFORM P400-CONFERE THRU P400-FIM

           IF LK-CCH-LISTA EQUAL 'R'
              PERFORM P500-RELATORIO THRU P500-FIM
           END-IF

           IF LK-CCH-QTD-DEFICIT > ZERO
              MOVE 'N' TO LK-CCH-RESULTADO
           END-IF

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
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

           .
       P010-FIM.

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

       P066-IMPRIME.

      * A mesma linha vai para a tela e para o spool.
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P066-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P100-CALENDARIO.

      * Conta os dias de aula de cada periodo do ano por dia da
      * semana. Sem o periodo no calendario nao ha aulas previstas e
      * a conferencia nao se aplica.
           INITIALIZE WS-TAB-CALENDARIO
           INITIALIZE WS-TAB-DIAS-HOJE

           SET FS-CAL-OK TO TRUE
           OPEN INPUT CALENDARIO

           IF WS-FS-CAL EQUAL 35
              DISPLAY 'AVISO: CALENDARIO LETIVO NAO CADASTRADO; '
                      'CARGA HORARIA NAO CONFERIDA.'
              GO TO P100-FIM
           END-IF

           IF NOT FS-CAL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CALENDARIO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CAL
              MOVE 'E' TO LK-CCH-RESULTADO
              GO TO P100-FIM
           END-IF

           SET FER-ABERTO-OK TO FALSE
           SET FS-FER-OK TO TRUE
           OPEN INPUT FERIADOS
           IF FS-FER-OK
              SET FER-ABERTO-OK TO TRUE
           END-IF

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 6
              MOVE LK-CCH-ANO TO ANO-CAL
              MOVE WS-CP-IDX  TO TRIM-CAL
              READ CALENDARIO
                 KEY IS CHAVE-CALENDARIO
                    INVALID KEY
                       MOVE 'N' TO WS-CP-EXISTE (WS-CP-IDX)
                    NOT INVALID KEY
                       MOVE 'S' TO WS-CP-EXISTE (WS-CP-IDX)
                       PERFORM P110-CONTA-DIAS THRU P110-FIM
              END-READ
           END-PERFORM

           CLOSE CALENDARIO
           IF FER-ABERTO-OK
              CLOSE FERIADOS
           END-IF

           IF WS-CP-EXISTE (LK-CCH-PERIODO) NOT EQUAL 'S'
              DISPLAY 'AVISO: PERIODO ' LK-CCH-PERIODO '/' LK-CCH-ANO
                      ' SEM CALENDARIO; CARGA HORARIA NAO CONFERIDA.'
           END-IF
           .
       P100-FIM.

       P110-CONTA-DIAS.

           IF DT-INICIO-CAL NOT NUMERIC OR DT-FIM-CAL NOT NUMERIC OR
              DT-INICIO-CAL EQUAL ZERO OR DT-FIM-CAL < DT-INICIO-CAL
              MOVE 'N' TO WS-CP-EXISTE (WS-CP-IDX)
              GO TO P110-FIM
           END-IF

           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE (DT-INICIO-CAL)
           COMPUTE WS-FIM-INT = FUNCTION INTEGER-OF-DATE (DT-FIM-CAL)
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE (WS-HOJE)

      * O dia 1 da contagem (01/01/1601) caiu numa segunda-feira.
           PERFORM UNTIL WS-DIA-INT > WS-FIM-INT
              DIVIDE WS-DIA-INT BY 7 GIVING WS-QUOCIENTE
                 REMAINDER WS-DIA-SEMANA
              IF WS-DIA-SEMANA EQUAL ZERO
                 MOVE 7 TO WS-DIA-SEMANA
              END-IF
              IF WS-DIA-SEMANA < 7
                 COMPUTE WS-DIA-DATA =
                    FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
                 SET FS-FER-OK TO TRUE
                 IF FER-ABERTO-OK
                    MOVE WS-DIA-DATA TO DATA-FER
                    READ FERIADOS
                       KEY IS DATA-FER
                          INVALID KEY
                             MOVE 23 TO WS-FS-FER
                    END-READ
                 ELSE
                    MOVE 23 TO WS-FS-FER
                 END-IF
                 IF NOT FS-FER-OK
                    ADD 1 TO WS-CP-DIAS (WS-CP-IDX, WS-DIA-SEMANA)
                    IF WS-CP-IDX EQUAL LK-CCH-PERIODO AND
                       WS-DIA-INT NOT GREATER THAN WS-HOJE-INT
                       ADD 1 TO WS-CP-DIAS-HOJE (WS-DIA-SEMANA)
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO WS-DIA-INT
           END-PERFORM
           .
       P110-FIM.

       P200-HORARIOS.

      * Tempos semanais de cada turma/disciplina no quadro de
      * horarios (um registro por aula da semana).
           SET FS-OK TO TRUE
           OPEN INPUT HORARIOS

           IF WS-FS EQUAL 35
              GO TO P200-FIM
           END-IF

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'E' TO LK-CCH-RESULTADO
              GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (LK-CCH-TURMA EQUAL ZERO OR
                        ID-TURMA-HOR EQUAL LK-CCH-TURMA) AND
                       DIA-SEMANA-HOR > ZERO AND DIA-SEMANA-HOR < 7
                       MOVE ID-TURMA-HOR      TO WS-BUSCA-TURMA
                       MOVE ID-DISCIPLINA-HOR TO WS-BUSCA-DISC
                       PERFORM P250-LOCALIZA THRU P250-FIM
                       IF WS-CH-ACHADO > ZERO
                          ADD 1 TO WS-CH-TEMPOS (WS-CH-ACHADO,
                                                 DIA-SEMANA-HOR)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           .
       P200-FIM.

       P250-LOCALIZA.

           MOVE ZERO TO WS-CH-ACHADO
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-QTD OR WS-CH-ACHADO > ZERO
              IF WS-CH-TURMA (WS-CH-IDX) EQUAL WS-BUSCA-TURMA AND
                 WS-CH-DISC (WS-CH-IDX) EQUAL WS-BUSCA-DISC
                 MOVE WS-CH-IDX TO WS-CH-ACHADO
              END-IF
           END-PERFORM

           IF WS-CH-ACHADO > ZERO
              GO TO P250-FIM
           END-IF

           IF WS-CH-QTD NOT LESS THAN 500
              SET CH-CHEIA-OK TO TRUE
              GO TO P250-FIM
           END-IF

           ADD 1 TO WS-CH-QTD
           MOVE WS-CH-QTD TO WS-CH-ACHADO
           INITIALIZE WS-CH-ITEM (WS-CH-ACHADO)
           MOVE WS-BUSCA-TURMA TO WS-CH-TURMA (WS-CH-ACHADO)
           MOVE WS-BUSCA-DISC  TO WS-CH-DISC (WS-CH-ACHADO)
           .
       P250-FIM.

       P300-AULAS-DADAS.

      * Aulas dadas da turma na disciplina em cada periodo: o maior
      * AULAS-DADAS-FRQ entre os alunos matriculados (nunca a soma),
      * como na certidao de carga horaria do PROGCARG.
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA

           IF WS-FS-MAT EQUAL 35
              GO TO P300-FIM
           END-IF

           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              MOVE 'E' TO LK-CCH-RESULTADO
              GO TO P300-FIM
           END-IF

           SET FRQ-ABERTO-OK TO FALSE
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF FS-FRQ-OK
              SET FRQ-ABERTO-OK TO TRUE
           END-IF

           SET EOF-OK TO FALSE
           IF LK-CCH-TURMA NOT EQUAL ZERO
              MOVE LK-CCH-TURMA TO TURMA-MATRICULA
              MOVE LK-CCH-ANO   TO ANO-MATRICULA
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
                    IF LK-CCH-TURMA NOT EQUAL ZERO AND
                       (TURMA-MATRICULA NOT EQUAL LK-CCH-TURMA OR
                        ANO-MATRICULA NOT EQUAL LK-CCH-ANO)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL LK-CCH-ANO
                          PERFORM P310-MATRICULA THRU P310-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           IF FRQ-ABERTO-OK
              CLOSE FREQUENCIA
           END-IF
           .
       P300-FIM.

       P310-MATRICULA.

           MOVE TURMA-MATRICULA   TO WS-BUSCA-TURMA
           MOVE ID-DISCIPLINA-MAT TO WS-BUSCA-DISC
           PERFORM P250-LOCALIZA THRU P250-FIM
           IF WS-CH-ACHADO EQUAL ZERO OR NOT FRQ-ABERTO-OK
              GO TO P310-FIM
           END-IF

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > LK-CCH-PERIODO
              MOVE ID-ALUNO-MAT      TO ID-ALUNO-FRQ
              MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA-FRQ
              MOVE WS-CP-IDX         TO TRIMESTRE-FRQ
              READ FREQUENCIA
                 KEY IS CHAVE-FREQUENCIA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF AULAS-DADAS-FRQ >
                          WS-CH-DADAS (WS-CH-ACHADO, WS-CP-IDX)
                          MOVE AULAS-DADAS-FRQ
                             TO WS-CH-DADAS (WS-CH-ACHADO, WS-CP-IDX)
                       END-IF
              END-READ
           END-PERFORM
           .
       P310-FIM.

       P400-CONFERE.

           IF LK-CCH-LISTA EQUAL 'S'
              DISPLAY ' '
              DISPLAY '--- TURMAS/DISCIPLINAS COM DEFICIT DE AULAS NO '
                      'PERIODO ' LK-CCH-PERIODO '/' LK-CCH-ANO ' ---'
           END-IF

           SET FS-CHM-OK TO TRUE
           OPEN INPUT CARGAMIN
           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-QTD
              PERFORM P450-APURA-ITEM THRU P450-FIM
              ADD 1 TO LK-CCH-QTD-ITENS
              IF CALC-DEFICIT-OK
                 ADD 1 TO LK-CCH-QTD-DEFICIT
                 IF LK-CCH-LISTA EQUAL 'S'
                    DISPLAY 'TURMA ' WS-CH-TURMA (WS-CH-IDX)
                            ' DISC ' WS-CH-DISC (WS-CH-IDX)
                            ' ' WS-CALC-NOME
                            ' PREVISTAS ' WS-CALC-PREV
                            ' DADAS ' WS-CALC-DADA
                            ' FALTAM ' WS-CALC-DEF
                 END-IF
              END-IF
              IF CALC-ABAIXO-OK
                 ADD 1 TO LK-CCH-QTD-ABAIXO-MIN
              END-IF
           END-PERFORM

           IF WS-FS-CHM NOT EQUAL 35
              CLOSE CARGAMIN
           END-IF
           IF WS-FS-DP NOT EQUAL 35
              CLOSE DISCIPLINAS
           END-IF

           IF LK-CCH-LISTA EQUAL 'S'
              DISPLAY 'TURMAS/DISCIPLINAS CONFERIDAS: '
                      LK-CCH-QTD-ITENS
              DISPLAY 'COM DEFICIT NO PERIODO:        '
                      LK-CCH-QTD-DEFICIT
              DISPLAY 'ABAIXO DO MINIMO ANUAL:        '
                      LK-CCH-QTD-ABAIXO-MIN
           END-IF
           .
       P400-FIM.

       P450-APURA-ITEM.

      * Previstas no periodo ate hoje, dadas no periodo, deficit,
      * previstas no ano inteiro e projecao do ano (dadas ate o
      * periodo mais as previstas dos periodos seguintes) contra o
      * minimo anual da disciplina.
           SET CALC-DEFICIT-OK TO FALSE
           SET CALC-ABAIXO-OK TO FALSE
           MOVE ZERO  TO WS-CALC-PREV
           MOVE ZERO  TO WS-CALC-PREV-ANO
           MOVE ZERO  TO WS-CALC-ACUM
           MOVE ZERO  TO WS-CALC-PROJ
           MOVE ZERO  TO WS-CALC-DEF
           MOVE ZERO  TO WS-CALC-MIN
           MOVE SPACE TO WS-CALC-NOME

           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
              COMPUTE WS-CALC-PREV = WS-CALC-PREV +
                 WS-CH-TEMPOS (WS-CH-IDX, WS-DS-IDX) *
                 WS-CP-DIAS-HOJE (WS-DS-IDX)
           END-PERFORM

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1 UNTIL WS-CP-IDX > 6
              IF WS-CP-IDX NOT GREATER THAN LK-CCH-PERIODO
                 ADD WS-CH-DADAS (WS-CH-IDX, WS-CP-IDX)
                    TO WS-CALC-ACUM
                 ADD WS-CH-DADAS (WS-CH-IDX, WS-CP-IDX)
                    TO WS-CALC-PROJ
              END-IF
              PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                 UNTIL WS-DS-IDX > 6
                 COMPUTE WS-CALC-PREV-ANO = WS-CALC-PREV-ANO +
                    WS-CH-TEMPOS (WS-CH-IDX, WS-DS-IDX) *
                    WS-CP-DIAS (WS-CP-IDX, WS-DS-IDX)
                 IF WS-CP-IDX > LK-CCH-PERIODO
                    COMPUTE WS-CALC-PROJ = WS-CALC-PROJ +
                       WS-CH-TEMPOS (WS-CH-IDX, WS-DS-IDX) *
                       WS-CP-DIAS (WS-CP-IDX, WS-DS-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE WS-CH-DADAS (WS-CH-IDX, LK-CCH-PERIODO)
              TO WS-CALC-DADA
           IF WS-CALC-PREV > WS-CALC-DADA + WS-TOLERANCIA
              COMPUTE WS-CALC-DEF = WS-CALC-PREV - WS-CALC-DADA
              SET CALC-DEFICIT-OK TO TRUE
           END-IF

           IF FS-CHM-OK
              MOVE WS-CH-DISC (WS-CH-IDX) TO ID-DISCIPLINA-CHM
              READ CARGAMIN
                 KEY IS ID-DISCIPLINA-CHM
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE AULAS-MIN-CHM TO WS-CALC-MIN
              END-READ
           END-IF

           IF FS-DP-OK OR WS-FS-DP EQUAL 23
              MOVE WS-CH-DISC (WS-CH-IDX) TO ID-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA TO WS-CALC-NOME
              END-READ
           END-IF

           IF WS-CALC-MIN > ZERO AND WS-CALC-PROJ < WS-CALC-MIN
              SET CALC-ABAIXO-OK TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN CALC-DEFICIT-OK
                 MOVE 'REPOR AULAS'    TO WS-CALC-SIT
              WHEN WS-CALC-MIN > ZERO AND
                   WS-CALC-PREV-ANO < WS-CALC-MIN
                 MOVE 'GRADE < MINIMO' TO WS-CALC-SIT
              WHEN CALC-ABAIXO-OK
                 MOVE 'ANO < MINIMO'   TO WS-CALC-SIT
              WHEN WS-CALC-PREV-ANO EQUAL ZERO
                 MOVE 'SEM HORARIO'    TO WS-CALC-SIT
              WHEN WS-CALC-MIN EQUAL ZERO
                 MOVE 'SEM MINIMO'     TO WS-CALC-SIT
              WHEN OTHER
                 MOVE 'OK'             TO WS-CALC-SIT
           END-EVALUATE
           .
       P450-FIM.

       P500-RELATORIO.

           MOVE 'CARGA HORARIA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'CUMPRIMENTO DA CARGA HORARIA - PERIODO '
                                     DELIMITED BY SIZE
                  LK-CCH-PERIODO     DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  LK-CCH-ANO         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'PREV/DADA/DEF = AULAS DO PERIODO ATE HOJE; '
                                     DELIMITED BY SIZE
                  'ANO = PREVISTAS NO ANO;'
                                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'PROJ = DADAS + PREVISTAS DOS PROXIMOS PERIODOS; '
                                     DELIMITED BY SIZE
                  'MIN = MINIMO ANUAL'
                                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'TURMA DISC  DISCIPLINA'  TO WS-LINHA-SPOOL(1:22)
           MOVE 'PREV'                    TO WS-LINHA-SPOOL(34:4)
           MOVE 'DADA'                    TO WS-LINHA-SPOOL(39:4)
           MOVE 'DEF.'                    TO WS-LINHA-SPOOL(44:4)
           MOVE ' ANO'                    TO WS-LINHA-SPOOL(49:4)
           MOVE 'PROJ'                    TO WS-LINHA-SPOOL(54:4)
           MOVE ' MIN'                    TO WS-LINHA-SPOOL(59:4)
           MOVE 'SITUACAO'                TO WS-LINHA-SPOOL(64:8)
           PERFORM P066-IMPRIME THRU P066-FIM

      * Ordem de turma e disciplina pelo SORT: as turmas/disciplinas
      * que so aparecem na matricula entram no fim da tabela.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-TURMA
              ON ASCENDING KEY SORT-DISC
              INPUT PROCEDURE IS P510-ENTRADA THRU P510-FIM
              OUTPUT PROCEDURE IS P520-SAIDA THRU P520-FIM

           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'TURMAS/DISCIPLINAS: '  DELIMITED BY SIZE
                  LK-CCH-QTD-ITENS        DELIMITED BY SIZE
                  '  A REPOR: '           DELIMITED BY SIZE
                  LK-CCH-QTD-DEFICIT      DELIMITED BY SIZE
                  '  ABAIXO DO MINIMO: '  DELIMITED BY SIZE
                  LK-CCH-QTD-ABAIXO-MIN   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-ENTRADA.

           SET FS-CHM-OK TO TRUE
           OPEN INPUT CARGAMIN
           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-CH-QTD
              PERFORM P450-APURA-ITEM THRU P450-FIM
              MOVE WS-CH-TURMA (WS-CH-IDX) TO SORT-TURMA
              MOVE WS-CH-DISC (WS-CH-IDX)  TO SORT-DISC
              MOVE WS-CALC-NOME            TO SORT-NOME
              MOVE WS-CALC-PREV            TO SORT-PREV
              MOVE WS-CALC-DADA            TO SORT-DADA
              MOVE WS-CALC-DEF             TO SORT-DEF
              MOVE WS-CALC-PREV-ANO        TO SORT-PREV-ANO
              MOVE WS-CALC-PROJ            TO SORT-PROJ
              MOVE WS-CALC-MIN             TO SORT-MIN
              MOVE WS-CALC-SIT             TO SORT-SIT
              RELEASE REG-SORT
           END-PERFORM

           IF WS-FS-CHM NOT EQUAL 35
              CLOSE CARGAMIN
           END-IF
           IF WS-FS-DP NOT EQUAL 35
              CLOSE DISCIPLINAS
           END-IF
           .
       P510-FIM.

       P520-SAIDA.

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              RETURN SORT-WORK
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE SORT-TURMA    TO WS-LG-TURMA
                    MOVE SORT-DISC     TO WS-LG-DISC
                    MOVE SORT-NOME     TO WS-LG-NOME
                    MOVE SORT-PREV     TO WS-LG-PREV
                    MOVE SORT-DADA     TO WS-LG-DADA
                    MOVE SORT-DEF      TO WS-LG-DEF
                    MOVE SORT-PREV-ANO TO WS-LG-PREV-ANO
                    MOVE SORT-PROJ     TO WS-LG-PROJ
                    MOVE SORT-MIN      TO WS-LG-MIN
                    MOVE SORT-SIT      TO WS-LG-SIT
                    MOVE WS-LIN-CARGA  TO WS-LINHA-SPOOL
                    PERFORM P066-IMPRIME THRU P066-FIM
              END-RETURN
           END-PERFORM
           .
       P520-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGCHCF.
