      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Estudo de fluxo por coorte de ingresso: os alunos
      *          admitidos em um ano e serie (admissao no EVENTOS e
      *          serie da MATRICULA) sao acompanhados ano a ano ate o
      *          ano corrente - promovidos no tempo, promovidos apos
      *          retencao, retidos, saidas (abandono, falecimento,
      *          saida do cadastro), transferidos e concluintes -,
      *          por unidade, com a taxa de conclusao no tempo
      *          esperado por coorte, por unidade e geral. Aprovacoes
      *          do HIST-APROV (anos arquivados) e do AL-APROV (ano
      *          ativo); a promocao segue a regra do rollover
      *          (PROGROLL) e a ordem das series segue a idade de
      *          referencia do SERIES. A tendencia anual do PROGLIST
      *          continua com as taxas de cada ano.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFLUX.


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
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
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
           FILE STATUS IS WS-FS.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-EVENTO
           FILE STATUS IS WS-FS-EVT.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN REG-AL-APROV
           WITH DUPLICATES
           FILE STATUS IS WS-FS-APR.

           SELECT HIST-APROV ASSIGN TO
           WS-CAMINHO-HIST-APROV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HST.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  SERIES.
           COPY FD-SERIES.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  HIST-APROV.
       01  REG-HIST-APROV                     PIC X(77).

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-HIST-APROV             PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

       77  WS-FS-APR                         PIC 99.
           88 FS-APR-OK                      VALUE 0.

       77  WS-FS-HST                         PIC 99.
           88 FS-HST-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

      * Registro de aprovacao lido do AL-APROV ou do HIST-APROV
      * (mesmo layout).
       01  WS-REGISTRO-AP                    PIC X(77) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-AP.
           03 ID-AP                          PIC 9(05).
           03 NM-AP                          PIC X(20).
           03 DP-AP                          PIC X(20).
           03 IDDP-AP                        PIC 9(05).
           03 MD-AP                          PIC 9(02)V99.
           03 REC-AP                         PIC 9(02)V99.
           03 ST-AP                          PIC X(10).
           03 ANO-AP                         PIC 9(04).
           03 FREQ-AP                        PIC 9(03)V99.

       77  WS-ANO-FILTRO                     PIC 9(04) VALUE ZERO.
       77  WS-SERIE-FILTRO                   PIC 9(05) VALUE ZERO.
       77  WS-ANO-CORRENTE                   PIC 9(04) VALUE ZERO.
       77  WS-ANO                            PIC 9(04) VALUE ZERO.
       77  WS-ANO-PRAZO                      PIC 9(04) VALUE ZERO.

      * Limite de reprovacoes que ainda promovem com dependencia (o
      * mesmo padrao do rollover, PROGROLL).
       77  WS-MAX-DEPENDENCIAS               PIC 9(02) VALUE 3.

      * Anos acompanhados a partir do ingresso.
       77  WS-MAX-ANOS                       PIC 9(02) VALUE 12.

      * Series na ordem da idade de referencia: a seguinte e a de
      * menor idade acima da atual; a de maior idade e a ultima.
       77  WS-SR-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-SR-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-SR-ATUAL                       PIC 9(02) VALUE ZERO.
       77  WS-SR-PROXIMA                     PIC 9(02) VALUE ZERO.
       77  WS-SR-IDADE-MAX                   PIC 9(02) VALUE ZERO.
       01  WS-TAB-SERIES.
           03 WS-SR-ITEM OCCURS 30 TIMES.
              05 WS-SR-ID                    PIC 9(05).
              05 WS-SR-DS                    PIC X(20).
              05 WS-SR-IDADE                 PIC 9(02).
              05 WS-SR-GRADE                 PIC 9(02).

      * Alunos das coortes: ingresso (primeira admissao), serie de
      * ingresso, primeira saida ou conclusao depois do ingresso e
      * aprovacoes por ano desde o ingresso.
       77  WS-AL-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-AL-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-AL-ACHADO                      PIC 9(04) VALUE ZERO.
       77  WS-QTD-SEM-SERIE                  PIC 9(04) VALUE ZERO.
       01  WS-TAB-ALUNOS.
           03 WS-AL-ITEM OCCURS 2000 TIMES.
              05 WS-AL-ID                    PIC 9(05).
              05 WS-AL-NOME                  PIC X(20).
              05 WS-AL-UNID                  PIC X(04).
              05 WS-AL-DATA-ING              PIC 9(08).
              05 WS-AL-ANO-ING               PIC 9(04).
              05 WS-AL-SERIE                 PIC 9(05).
              05 WS-AL-VALIDO                PIC X(01).
              05 WS-AL-FIM-TIPO              PIC X(01).
              05 WS-AL-FIM-DATA              PIC 9(08).
              05 WS-AL-APROV OCCURS 12 TIMES PIC 9(02).

      * Coortes (unidade + ano de ingresso + serie) com a situacao
      * de cada ano desde o ingresso.
       77  WS-CO-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-CO-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-CO-IDX2                        PIC 9(03) VALUE ZERO.
       77  WS-CO-MENOR                       PIC 9(03) VALUE ZERO.
       77  WS-CO-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-COORTES.
           03 WS-CO-ITEM OCCURS 100 TIMES.
              05 WS-CO-UNID                  PIC X(04).
              05 WS-CO-ANO                   PIC 9(04).
              05 WS-CO-IDADE                 PIC 9(02).
              05 WS-CO-SERIE                 PIC 9(05).
              05 WS-CO-DS                    PIC X(20).
              05 WS-CO-DURACAO               PIC 9(02).
              05 WS-CO-TAM                   PIC 9(04).
              05 WS-CO-TRANSF                PIC 9(04).
              05 WS-CO-CONC-TEMPO            PIC 9(04).
              05 WS-CO-CONC-ATRASO           PIC 9(04).
              05 WS-CO-ANOS OCCURS 12 TIMES.
                 07 WS-CO-ATIVOS             PIC 9(04).
                 07 WS-CO-PR-TEMPO           PIC 9(04).
                 07 WS-CO-PR-ATRASO          PIC 9(04).
                 07 WS-CO-RETIDOS            PIC 9(04).
                 07 WS-CO-SAIRAM             PIC 9(04).
                 07 WS-CO-TRANSFERIDOS       PIC 9(04).
                 07 WS-CO-CONCLUINTES        PIC 9(04).
                 07 WS-CO-CURSANDO           PIC 9(04).
       01  WS-CO-AUX                         PIC X(437).

       77  WS-K                              PIC 9(02) VALUE ZERO.
       77  WS-RETEVE                         PIC X VALUE 'N'.
           88 RETEVE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-FIM-TRAJETO                    PIC X VALUE 'N'.
           88 FIM-TRAJETO-OK                 VALUE 'S' FALSE 'N'.
       77  WS-REPROV                         PIC 9(02) VALUE ZERO.
       77  WS-DURACAO                        PIC 9(02) VALUE ZERO.

       77  WS-UNID-ATUAL                     PIC X(04) VALUE SPACE.
       77  WS-BASE                           PIC 9(05) VALUE ZERO.
       77  WS-CONC                           PIC 9(05) VALUE ZERO.
       77  WS-TAXA                           PIC 9(03)V99 VALUE ZERO.
       77  WS-TAXA-ED                        PIC ZZ9,99.
       77  WS-QTD-ED                         PIC ZZZ9.
       77  WS-QTD5-ED                        PIC ZZZZ9.
       77  WS-COL                            PIC 9(02) VALUE ZERO.

      * Totais das coortes com prazo esperado ja encerrado, por
      * unidade e geral.
       77  WS-UN-COORTES                     PIC 9(03) VALUE ZERO.
       77  WS-UN-BASE                        PIC 9(05) VALUE ZERO.
       77  WS-UN-CONC                        PIC 9(05) VALUE ZERO.
       77  WS-GR-COORTES                     PIC 9(03) VALUE ZERO.
       77  WS-GR-BASE                        PIC 9(05) VALUE ZERO.
       77  WS-GR-CONC                        PIC 9(05) VALUE ZERO.

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
           03 LK-UNIDADE                      PIC X(04).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
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
           DISPLAY 'FLUXO ESCOLAR POR COORTE DE INGRESSO'
           DISPLAY '***************************************************'

           DISPLAY 'Ano de ingresso (0 para todos): '
           ACCEPT WS-ANO-FILTRO
           IF WS-ANO-FILTRO NOT NUMERIC
              MOVE ZERO TO WS-ANO-FILTRO
           END-IF
           DISPLAY 'Informe o ID da serie de ingresso (0 para todas): '
           ACCEPT WS-SERIE-FILTRO
           IF WS-SERIE-FILTRO NOT NUMERIC
              MOVE ZERO TO WS-SERIE-FILTRO
           END-IF

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-CORRENTE
           IF WS-ANO-CORRENTE NOT NUMERIC OR WS-ANO-CORRENTE EQUAL ZERO
              ACCEPT WS-REL-DATA FROM DATE YYYYMMDD
              MOVE WS-REL-DATA(1:4) TO WS-ANO-CORRENTE
           END-IF

           PERFORM P100-CARREGA-SERIES THRU P100-FIM
           IF WS-SR-QTD EQUAL ZERO
              DISPLAY 'NENHUMA SERIE CADASTRADA (PROGSERI). SEM A '
                      'ORDEM DAS SERIES NAO HA COMO ACOMPANHAR O FLUXO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P200-CARREGA-INGRESSOS THRU P200-FIM
           IF WS-AL-QTD EQUAL ZERO
              DISPLAY 'NENHUMA ADMISSAO NO EVENTOS PARA O FILTRO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P220-SERIE-DE-INGRESSO THRU P220-FIM
           PERFORM P230-SAIDAS-E-CONCLUSOES THRU P230-FIM
           PERFORM P240-APROVACOES THRU P240-FIM

           MOVE ZERO TO WS-CO-QTD
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-VALIDO (WS-AL-IDX) EQUAL 'S'
                 PERFORM P300-TRAJETORIA THRU P300-FIM
              END-IF
           END-PERFORM

           IF WS-CO-QTD EQUAL ZERO
              DISPLAY 'NENHUM INGRESSANTE COM SERIE VINCULADA NA '
                      'MATRICULA PARA O FILTRO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P400-ORDENA-COORTES THRU P400-FIM
           PERFORM P500-IMPRIME THRU P500-FIM

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-SERIES FROM ENVIRONMENT 'SERIES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SERIES.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SERIES
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EVENTOS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-EVENTOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AL-APROV FROM ENVIRONMENT 'AL_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AL-APROV.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-AL-APROV
           END-ACCEPT

           ACCEPT WS-CAMINHO-HIST-APROV FROM ENVIRONMENT
              'HIST_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HIST-APROV.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-APROV
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
           DISPLAY WS-LINHA-SPOOL
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
           END-IF
           .
       P070-FIM.

       P100-CARREGA-SERIES.

           MOVE ZERO TO WS-SR-QTD
           MOVE ZERO TO WS-SR-IDADE-MAX

           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-SER-OK
              GO TO P100-FIM
           END-IF

           MOVE ZERO TO ID-SERIE
           START SERIES KEY IS GREATER THAN OR EQUAL ID-SERIE
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ SERIES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF IDADE-SERIE NUMERIC AND
                       IDADE-SERIE NOT EQUAL ZERO AND
                       WS-SR-QTD < 30
                       ADD 1 TO WS-SR-QTD
                       MOVE ID-SERIE    TO WS-SR-ID (WS-SR-QTD)
                       MOVE DS-SERIE    TO WS-SR-DS (WS-SR-QTD)
                       MOVE IDADE-SERIE TO WS-SR-IDADE (WS-SR-QTD)
                       IF QTD-GRADE-SERIE NUMERIC
                          MOVE QTD-GRADE-SERIE
                             TO WS-SR-GRADE (WS-SR-QTD)
                       ELSE
                          MOVE ZERO TO WS-SR-GRADE (WS-SR-QTD)
                       END-IF
                       IF IDADE-SERIE > WS-SR-IDADE-MAX
                          MOVE IDADE-SERIE TO WS-SR-IDADE-MAX
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SERIES
           .
       P100-FIM.

       P150-PROXIMA-SERIE.

      * Entra com WS-SR-ATUAL; devolve em WS-SR-PROXIMA a serie de
      * menor idade de referencia acima da atual (zero na ultima).
           MOVE ZERO TO WS-SR-PROXIMA
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD
              IF WS-SR-IDADE (WS-SR-IDX) > WS-SR-IDADE (WS-SR-ATUAL)
                 IF WS-SR-PROXIMA EQUAL ZERO
                    MOVE WS-SR-IDX TO WS-SR-PROXIMA
                 ELSE
                    IF WS-SR-IDADE (WS-SR-IDX) <
                       WS-SR-IDADE (WS-SR-PROXIMA)
                       MOVE WS-SR-IDX TO WS-SR-PROXIMA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       P150-FIM.

       P200-CARREGA-INGRESSOS.

      * Ingresso e a primeira admissao do aluno no EVENTOS; a
      * unidade e a do evento (do cadastro, se o evento nao tiver).
           MOVE ZERO TO WS-AL-QTD

           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF NOT FS-EVT-OK
              IF WS-FS-EVT NOT EQUAL 35
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-EVT
              END-IF
              GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF EVT-ADMISSAO AND DATA-EVT NUMERIC
                       PERFORM P210-GUARDA-INGRESSO THRU P210-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EVENTOS

      * Filtro do ano depois da carga: readmissao em ano posterior
      * nao faz o aluno entrar numa coorte que nao e a dele.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              MOVE WS-AL-DATA-ING (WS-AL-IDX)(1:4)
                 TO WS-AL-ANO-ING (WS-AL-IDX)
              IF WS-ANO-FILTRO NOT EQUAL ZERO AND
                 WS-AL-ANO-ING (WS-AL-IDX) NOT EQUAL WS-ANO-FILTRO
                 MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
              END-IF
              IF WS-AL-ANO-ING (WS-AL-IDX) > WS-ANO-CORRENTE
                 MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
              END-IF
           END-PERFORM
           .
       P200-FIM.

       P210-GUARDA-INGRESSO.

           MOVE ZERO TO WS-AL-ACHADO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-ID (WS-AL-IDX) EQUAL ID-ALUNO-EVT
                 MOVE WS-AL-IDX TO WS-AL-ACHADO
                 MOVE WS-AL-QTD TO WS-AL-IDX
              END-IF
           END-PERFORM

           IF WS-AL-ACHADO NOT EQUAL ZERO
              IF DATA-EVT < WS-AL-DATA-ING (WS-AL-ACHADO)
                 MOVE DATA-EVT    TO WS-AL-DATA-ING (WS-AL-ACHADO)
                 MOVE UNIDADE-EVT TO WS-AL-UNID (WS-AL-ACHADO)
              END-IF
              GO TO P210-FIM
           END-IF

           IF WS-AL-QTD >= 2000
              GO TO P210-FIM
           END-IF

           ADD 1 TO WS-AL-QTD
           INITIALIZE WS-AL-ITEM (WS-AL-QTD)
           MOVE ID-ALUNO-EVT TO WS-AL-ID (WS-AL-QTD)
           MOVE DATA-EVT     TO WS-AL-DATA-ING (WS-AL-QTD)
           MOVE UNIDADE-EVT  TO WS-AL-UNID (WS-AL-QTD)
           MOVE 'S'          TO WS-AL-VALIDO (WS-AL-QTD)
           .
       P210-FIM.

       P220-SERIE-DE-INGRESSO.

      * Serie da matricula do ano de ingresso; a matricula do aluno
      * retido foi levada pelo rollover ao ano seguinte na mesma
      * serie, entao vale a do primeiro ano a partir do ingresso.
           MOVE ZERO TO WS-QTD-SEM-SERIE

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P220-FIM
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-VALIDO (WS-AL-IDX) EQUAL 'S'
                 MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO
                 READ ALUNOS
                    KEY IS ID-ALUNO
                       INVALID KEY
                          MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
                       NOT INVALID KEY
                          MOVE NM-ALUNO IN REG-ALUNO
                             TO WS-AL-NOME (WS-AL-IDX)
                          IF WS-AL-UNID (WS-AL-IDX) EQUAL SPACE
                             MOVE UNIDADE-ALUNO
                                TO WS-AL-UNID (WS-AL-IDX)
                          END-IF
                 END-READ
              END-IF
              IF WS-AL-VALIDO (WS-AL-IDX) EQUAL 'S' AND
                 LK-UNIDADE NOT EQUAL SPACE AND
                 WS-AL-UNID (WS-AL-IDX) NOT EQUAL LK-UNIDADE
                 MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
              END-IF
           END-PERFORM

           CLOSE ALUNOS

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P220-FIM
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-VALIDO (WS-AL-IDX) EQUAL 'S'
                 PERFORM P225-SERIE-DO-ALUNO THRU P225-FIM
                 IF WS-AL-SERIE (WS-AL-IDX) EQUAL ZERO
                    MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
                    ADD 1 TO WS-QTD-SEM-SERIE
                 END-IF
                 IF WS-SERIE-FILTRO NOT EQUAL ZERO AND
                    WS-AL-SERIE (WS-AL-IDX) NOT EQUAL WS-SERIE-FILTRO
                    MOVE 'N' TO WS-AL-VALIDO (WS-AL-IDX)
                 END-IF
              END-IF
           END-PERFORM

           CLOSE MATRICULA
           .
       P220-FIM.

       P225-SERIE-DO-ALUNO.

           MOVE ZERO TO WS-AL-SERIE (WS-AL-IDX)
           MOVE 9999 TO WS-ANO

           MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO-MAT
           MOVE ZERO TO ID-DISCIPLINA-MAT
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-AL-ID (WS-AL-IDX)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO AND
                          ANO-MATRICULA >= WS-AL-ANO-ING (WS-AL-IDX)
                          AND ANO-MATRICULA < WS-ANO
                          AND NOT MATRICULA-DEPENDENCIA
                          MOVE ANO-MATRICULA TO WS-ANO
                          MOVE ID-SERIE-MAT
                             TO WS-AL-SERIE (WS-AL-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P225-FIM.

       P230-SAIDAS-E-CONCLUSOES.

      * Primeira saida (transferencia expedida, abandono,
      * falecimento, saida do cadastro) ou conclusao depois do
      * ingresso encerra a trajetoria do aluno na coorte.
           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF NOT FS-EVT-OK
              GO TO P230-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (EVT-TRANSF-EXPEDIDA OR EVT-ABANDONO OR
                        EVT-FALECIMENTO OR EVT-SAIDA-CADASTRO OR
                        EVT-CONCLUSAO) AND DATA-EVT NUMERIC
                       PERFORM P235-GUARDA-SAIDA THRU P235-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EVENTOS
           .
       P230-FIM.

       P235-GUARDA-SAIDA.

           MOVE ZERO TO WS-AL-ACHADO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-ID (WS-AL-IDX) EQUAL ID-ALUNO-EVT
                 MOVE WS-AL-IDX TO WS-AL-ACHADO
                 MOVE WS-AL-QTD TO WS-AL-IDX
              END-IF
           END-PERFORM

           IF WS-AL-ACHADO EQUAL ZERO
              GO TO P235-FIM
           END-IF
           IF WS-AL-VALIDO (WS-AL-ACHADO) NOT EQUAL 'S'
              GO TO P235-FIM
           END-IF
           IF DATA-EVT < WS-AL-DATA-ING (WS-AL-ACHADO)
              GO TO P235-FIM
           END-IF

           IF WS-AL-FIM-DATA (WS-AL-ACHADO) EQUAL ZERO OR
              DATA-EVT < WS-AL-FIM-DATA (WS-AL-ACHADO)
              MOVE TIPO-EVT TO WS-AL-FIM-TIPO (WS-AL-ACHADO)
              MOVE DATA-EVT TO WS-AL-FIM-DATA (WS-AL-ACHADO)
           END-IF
           .
       P235-FIM.

       P240-APROVACOES.

      * Disciplinas aprovadas por ano desde o ingresso: anos
      * arquivados no HIST-APROV e o ano ativo no AL-APROV, pelo
      * nome civil do aluno.
           SET FS-HST-OK TO TRUE
           OPEN INPUT HIST-APROV
           IF FS-HST-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ HIST-APROV NEXT RECORD INTO WS-REGISTRO-AP
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM P245-CONTA-APROVACAO THRU P245-FIM
                 END-READ
              END-PERFORM
              CLOSE HIST-APROV
           ELSE
              IF WS-FS-HST NOT EQUAL 35
                 DISPLAY 'ERRO AO ABRIR O HISTORICO DE APROVACOES.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-HST
              END-IF
           END-IF

           SET FS-APR-OK TO TRUE
           OPEN INPUT AL-APROV
           IF FS-APR-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ AL-APROV NEXT RECORD INTO WS-REGISTRO-AP
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM P245-CONTA-APROVACAO THRU P245-FIM
                 END-READ
              END-PERFORM
              CLOSE AL-APROV
           ELSE
              IF WS-FS-APR NOT EQUAL 35
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROVADOS.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-APR
              END-IF
           END-IF
           .
       P240-FIM.

       P245-CONTA-APROVACAO.

           IF ST-AP NOT EQUAL 'APROVADO' OR ANO-AP NOT NUMERIC
              GO TO P245-FIM
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-VALIDO (WS-AL-IDX) EQUAL 'S' AND
                 WS-AL-NOME (WS-AL-IDX) EQUAL NM-AP AND
                 ANO-AP >= WS-AL-ANO-ING (WS-AL-IDX) AND
                 ANO-AP < WS-AL-ANO-ING (WS-AL-IDX) + WS-MAX-ANOS
                 COMPUTE WS-K = ANO-AP - WS-AL-ANO-ING (WS-AL-IDX)
                              + 1
                 IF WS-AL-APROV (WS-AL-IDX WS-K) < 99
                    ADD 1 TO WS-AL-APROV (WS-AL-IDX WS-K)
                 END-IF
              END-IF
           END-PERFORM
           .
       P245-FIM.

       P300-TRAJETORIA.

      * Ano a ano desde o ingresso: saida ou conclusao registrada no
      * ano encerra a trajetoria; o ano corrente fica como cursando;
      * nos anos encerrados, reprovacoes (grade da serie menos as
      * aprovacoes) acima do limite retem o aluno na serie e as
      * demais o promovem - da ultima serie, promocao e conclusao.
           PERFORM P310-LOCALIZA-COORTE THRU P310-FIM
           IF WS-CO-ACHADO EQUAL ZERO
              GO TO P300-FIM
           END-IF

           ADD 1 TO WS-CO-TAM (WS-CO-ACHADO)
           SET RETEVE-OK TO FALSE
           SET FIM-TRAJETO-OK TO FALSE
           MOVE WS-AL-ANO-ING (WS-AL-IDX) TO WS-ANO
           MOVE 1 TO WS-K

           PERFORM UNTIL FIM-TRAJETO-OK
              ADD 1 TO WS-CO-ATIVOS (WS-CO-ACHADO WS-K)
              PERFORM P320-SITUACAO-NO-ANO THRU P320-FIM
              IF NOT FIM-TRAJETO-OK
                 ADD 1 TO WS-ANO
                 ADD 1 TO WS-K
                 IF WS-K > WS-MAX-ANOS OR WS-ANO > WS-ANO-CORRENTE
                    SET FIM-TRAJETO-OK TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
       P300-FIM.

       P310-LOCALIZA-COORTE.

           MOVE ZERO TO WS-SR-ATUAL
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD
              IF WS-SR-ID (WS-SR-IDX) EQUAL WS-AL-SERIE (WS-AL-IDX)
                 MOVE WS-SR-IDX TO WS-SR-ATUAL
                 MOVE WS-SR-QTD TO WS-SR-IDX
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-CO-ACHADO
           IF WS-SR-ATUAL EQUAL ZERO
              ADD 1 TO WS-QTD-SEM-SERIE
              GO TO P310-FIM
           END-IF

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-QTD
              IF WS-CO-UNID (WS-CO-IDX) EQUAL WS-AL-UNID (WS-AL-IDX)
                 AND WS-CO-ANO (WS-CO-IDX) EQUAL
                     WS-AL-ANO-ING (WS-AL-IDX)
                 AND WS-CO-SERIE (WS-CO-IDX) EQUAL
                     WS-AL-SERIE (WS-AL-IDX)
                 MOVE WS-CO-IDX TO WS-CO-ACHADO
                 MOVE WS-CO-QTD TO WS-CO-IDX
              END-IF
           END-PERFORM

           IF WS-CO-ACHADO NOT EQUAL ZERO
              GO TO P310-FIM
           END-IF

           IF WS-CO-QTD >= 100
              DISPLAY 'LIMITE DE 100 COORTES ATINGIDO; REFINE O '
                      'FILTRO POR ANO OU SERIE.'
              GO TO P310-FIM
           END-IF

           ADD 1 TO WS-CO-QTD
           MOVE WS-CO-QTD TO WS-CO-ACHADO
           INITIALIZE WS-CO-ITEM (WS-CO-ACHADO)
           MOVE WS-AL-UNID (WS-AL-IDX)    TO WS-CO-UNID (WS-CO-ACHADO)
           MOVE WS-AL-ANO-ING (WS-AL-IDX) TO WS-CO-ANO (WS-CO-ACHADO)
           MOVE WS-AL-SERIE (WS-AL-IDX)   TO WS-CO-SERIE (WS-CO-ACHADO)
           MOVE WS-SR-DS (WS-SR-ATUAL)    TO WS-CO-DS (WS-CO-ACHADO)
           MOVE WS-SR-IDADE (WS-SR-ATUAL) TO WS-CO-IDADE (WS-CO-ACHADO)

      * Tempo esperado: um ano por serie, da de ingresso a ultima.
           MOVE 1 TO WS-DURACAO
           MOVE WS-SR-ATUAL TO WS-SR-PROXIMA
           PERFORM UNTIL WS-SR-PROXIMA EQUAL ZERO
              MOVE WS-SR-PROXIMA TO WS-SR-ATUAL
              PERFORM P150-PROXIMA-SERIE THRU P150-FIM
              IF WS-SR-PROXIMA NOT EQUAL ZERO
                 ADD 1 TO WS-DURACAO
              END-IF
           END-PERFORM
           MOVE WS-DURACAO TO WS-CO-DURACAO (WS-CO-ACHADO)

           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD
              IF WS-SR-ID (WS-SR-IDX) EQUAL WS-AL-SERIE (WS-AL-IDX)
                 MOVE WS-SR-IDX TO WS-SR-ATUAL
                 MOVE WS-SR-QTD TO WS-SR-IDX
              END-IF
           END-PERFORM
           .
       P310-FIM.

       P320-SITUACAO-NO-ANO.

           IF WS-AL-FIM-DATA (WS-AL-IDX) NOT EQUAL ZERO AND
              WS-AL-FIM-DATA (WS-AL-IDX)(1:4) EQUAL WS-ANO
              EVALUATE WS-AL-FIM-TIPO (WS-AL-IDX)
                 WHEN 'C'
                    PERFORM P330-CONCLUSAO THRU P330-FIM
                 WHEN 'E'
                    ADD 1 TO WS-CO-TRANSFERIDOS (WS-CO-ACHADO WS-K)
                    ADD 1 TO WS-CO-TRANSF (WS-CO-ACHADO)
                 WHEN OTHER
                    ADD 1 TO WS-CO-SAIRAM (WS-CO-ACHADO WS-K)
              END-EVALUATE
              SET FIM-TRAJETO-OK TO TRUE
              GO TO P320-FIM
           END-IF

           IF WS-ANO EQUAL WS-ANO-CORRENTE
              ADD 1 TO WS-CO-CURSANDO (WS-CO-ACHADO WS-K)
              SET FIM-TRAJETO-OK TO TRUE
              GO TO P320-FIM
           END-IF

           MOVE ZERO TO WS-REPROV
           IF WS-SR-GRADE (WS-SR-ATUAL) >
              WS-AL-APROV (WS-AL-IDX WS-K)
              COMPUTE WS-REPROV = WS-SR-GRADE (WS-SR-ATUAL)
                                - WS-AL-APROV (WS-AL-IDX WS-K)
           END-IF

      * Ano encerrado sem nenhuma aprovacao tambem e retencao.
           IF WS-REPROV > WS-MAX-DEPENDENCIAS OR
              WS-AL-APROV (WS-AL-IDX WS-K) EQUAL ZERO
              ADD 1 TO WS-CO-RETIDOS (WS-CO-ACHADO WS-K)
              SET RETEVE-OK TO TRUE
              GO TO P320-FIM
           END-IF

           PERFORM P150-PROXIMA-SERIE THRU P150-FIM
           IF WS-SR-PROXIMA EQUAL ZERO
              PERFORM P330-CONCLUSAO THRU P330-FIM
              SET FIM-TRAJETO-OK TO TRUE
              GO TO P320-FIM
           END-IF

           IF RETEVE-OK
              ADD 1 TO WS-CO-PR-ATRASO (WS-CO-ACHADO WS-K)
           ELSE
              ADD 1 TO WS-CO-PR-TEMPO (WS-CO-ACHADO WS-K)
           END-IF
           MOVE WS-SR-PROXIMA TO WS-SR-ATUAL
           .
       P320-FIM.

       P330-CONCLUSAO.

           ADD 1 TO WS-CO-CONCLUINTES (WS-CO-ACHADO WS-K)
           IF WS-K > WS-CO-DURACAO (WS-CO-ACHADO)
              ADD 1 TO WS-CO-CONC-ATRASO (WS-CO-ACHADO)
           ELSE
              ADD 1 TO WS-CO-CONC-TEMPO (WS-CO-ACHADO)
           END-IF
           .
       P330-FIM.

       P400-ORDENA-COORTES.

      * Unidade, ano de ingresso e serie (pela idade de referencia).
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX >= WS-CO-QTD
              MOVE WS-CO-IDX TO WS-CO-MENOR
              PERFORM VARYING WS-CO-IDX2 FROM WS-CO-IDX BY 1
                 UNTIL WS-CO-IDX2 > WS-CO-QTD
                 IF WS-CO-ITEM (WS-CO-IDX2)(1:10) <
                    WS-CO-ITEM (WS-CO-MENOR)(1:10)
                    MOVE WS-CO-IDX2 TO WS-CO-MENOR
                 END-IF
              END-PERFORM
              IF WS-CO-MENOR NOT EQUAL WS-CO-IDX
                 MOVE WS-CO-ITEM (WS-CO-IDX) TO WS-CO-AUX
                 MOVE WS-CO-ITEM (WS-CO-MENOR)
                    TO WS-CO-ITEM (WS-CO-IDX)
                 MOVE WS-CO-AUX TO WS-CO-ITEM (WS-CO-MENOR)
              END-IF
           END-PERFORM
           .
       P400-FIM.

       P500-IMPRIME.

           MOVE 'FLUXO POR COORTE' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE 'FLUXO ESCOLAR POR COORTE DE INGRESSO - POSICAO EM '
              TO WS-LINHA-SPOOL(1:50)
           MOVE WS-ANO-CORRENTE TO WS-LINHA-SPOOL(51:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ATIVOS = NA ESCOLA NO INICIO DO ANO; PR.TEM = '
              TO WS-LINHA-SPOOL(1:46)
           MOVE 'PROMOVIDOS NO TEMPO;' TO WS-LINHA-SPOOL(47:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'PR.ATR = PROMOVIDOS APOS RETENCAO; SAIRAM = '
              TO WS-LINHA-SPOOL(1:44)
           MOVE 'ABANDONO, FALECIMENTO' TO WS-LINHA-SPOOL(45:21)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'OU SAIDA DO CADASTRO; CONCL = CONCLUINTES; CURSO = '
              TO WS-LINHA-SPOOL(1:51)
           MOVE 'NO ANO CORRENTE.' TO WS-LINHA-SPOOL(52:16)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'TAXA = CONCLUINTES NO TEMPO ESPERADO SOBRE A COORTE '
              TO WS-LINHA-SPOOL(1:51)
           MOVE 'SEM OS TRANSFERIDOS.' TO WS-LINHA-SPOOL(52:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-GR-COORTES
           MOVE ZERO TO WS-GR-BASE
           MOVE ZERO TO WS-GR-CONC
           MOVE HIGH-VALUES TO WS-UNID-ATUAL

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-QTD
              IF WS-CO-UNID (WS-CO-IDX) NOT EQUAL WS-UNID-ATUAL
                 IF WS-UNID-ATUAL NOT EQUAL HIGH-VALUES
                    PERFORM P540-TOTAL-UNIDADE THRU P540-FIM
                 END-IF
                 MOVE WS-CO-UNID (WS-CO-IDX) TO WS-UNID-ATUAL
                 MOVE ZERO TO WS-UN-COORTES
                 MOVE ZERO TO WS-UN-BASE
                 MOVE ZERO TO WS-UN-CONC
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
                 MOVE ALL '=' TO WS-LINHA-SPOOL(1:70)
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
                 MOVE 'UNIDADE: ' TO WS-LINHA-SPOOL(1:9)
                 IF WS-UNID-ATUAL EQUAL SPACE
                    MOVE 'NAO INFORMADA' TO WS-LINHA-SPOOL(10:13)
                 ELSE
                    MOVE WS-UNID-ATUAL TO WS-LINHA-SPOOL(10:4)
                 END-IF
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
                 MOVE ALL '=' TO WS-LINHA-SPOOL(1:70)
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
              PERFORM P510-IMPRIME-COORTE THRU P510-FIM
           END-PERFORM
           PERFORM P540-TOTAL-UNIDADE THRU P540-FIM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE ALL '=' TO WS-LINHA-SPOOL(1:70)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'GERAL - COORTES COM PRAZO ENCERRADO: '
              TO WS-LINHA-SPOOL(1:37)
           MOVE WS-GR-COORTES TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(38:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-GR-BASE TO WS-BASE
           MOVE WS-GR-CONC TO WS-CONC
           PERFORM P550-LINHA-TAXA THRU P550-FIM

           IF WS-QTD-SEM-SERIE NOT EQUAL ZERO
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              MOVE WS-QTD-SEM-SERIE TO WS-QTD-ED
              MOVE WS-QTD-ED TO WS-LINHA-SPOOL(1:4)
              MOVE ' INGRESSANTE(S) SEM SERIE VINCULADA NA MATRICULA'
                 TO WS-LINHA-SPOOL(5:49)
              MOVE ' FORA DO ESTUDO.' TO WS-LINHA-SPOOL(54:16)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-IMPRIME-COORTE.

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'COORTE: INGRESSO EM ' TO WS-LINHA-SPOOL(1:20)
           MOVE WS-CO-ANO (WS-CO-IDX) TO WS-LINHA-SPOOL(21:4)
           MOVE ' NA SERIE ' TO WS-LINHA-SPOOL(25:10)
           MOVE WS-CO-SERIE (WS-CO-IDX) TO WS-LINHA-SPOOL(35:5)
           MOVE ' - ' TO WS-LINHA-SPOOL(40:3)
           MOVE WS-CO-DS (WS-CO-IDX) TO WS-LINHA-SPOOL(43:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           COMPUTE WS-ANO-PRAZO = WS-CO-ANO (WS-CO-IDX)
                                + WS-CO-DURACAO (WS-CO-IDX) - 1
           MOVE 'INGRESSANTES: ' TO WS-LINHA-SPOOL(1:14)
           MOVE WS-CO-TAM (WS-CO-IDX) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(15:4)
           MOVE '   TEMPO ESPERADO: ' TO WS-LINHA-SPOOL(19:19)
           MOVE WS-CO-DURACAO (WS-CO-IDX) TO WS-LINHA-SPOOL(38:2)
           MOVE ' ANO(S), CONCLUSAO ATE ' TO WS-LINHA-SPOOL(40:23)
           MOVE WS-ANO-PRAZO TO WS-LINHA-SPOOL(63:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'ANO   ATIVOS PR.TEM PR.ATR RETIDO SAIRAM TRANSF '
              TO WS-LINHA-SPOOL(1:48)
           MOVE ' CONCL  CURSO' TO WS-LINHA-SPOOL(49:13)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE WS-CO-ANO (WS-CO-IDX) TO WS-ANO
           PERFORM VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-MAX-ANOS OR WS-ANO > WS-ANO-CORRENTE
              IF WS-CO-ATIVOS (WS-CO-IDX WS-K) NOT EQUAL ZERO
                 PERFORM P520-LINHA-ANO THRU P520-FIM
              END-IF
              ADD 1 TO WS-ANO
           END-PERFORM

           MOVE 'CONCLUIRAM NO TEMPO: ' TO WS-LINHA-SPOOL(1:21)
           MOVE WS-CO-CONC-TEMPO (WS-CO-IDX) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(22:4)
           MOVE '   COM ATRASO: ' TO WS-LINHA-SPOOL(26:15)
           MOVE WS-CO-CONC-ATRASO (WS-CO-IDX) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(41:4)
           MOVE '   TRANSFERIDOS: ' TO WS-LINHA-SPOOL(45:17)
           MOVE WS-CO-TRANSF (WS-CO-IDX) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(62:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           COMPUTE WS-BASE = WS-CO-TAM (WS-CO-IDX)
                           - WS-CO-TRANSF (WS-CO-IDX)
           MOVE WS-CO-CONC-TEMPO (WS-CO-IDX) TO WS-CONC
           PERFORM P550-LINHA-TAXA THRU P550-FIM

      * Coorte ainda dentro do prazo esperado: taxa parcial, fora
      * dos totais da unidade e geral.
           IF WS-ANO-PRAZO >= WS-ANO-CORRENTE
              MOVE '(PRAZO ESPERADO AINDA NAO ENCERRADO - TAXA PARCIAL)'
                 TO WS-LINHA-SPOOL(1:52)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           ELSE
              ADD 1 TO WS-UN-COORTES
              ADD WS-BASE TO WS-UN-BASE
              ADD WS-CO-CONC-TEMPO (WS-CO-IDX) TO WS-UN-CONC
              ADD 1 TO WS-GR-COORTES
              ADD WS-BASE TO WS-GR-BASE
              ADD WS-CO-CONC-TEMPO (WS-CO-IDX) TO WS-GR-CONC
           END-IF
           .
       P510-FIM.

       P520-LINHA-ANO.

           MOVE WS-ANO TO WS-LINHA-SPOOL(1:4)
           MOVE WS-CO-ATIVOS (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(8:4)
           MOVE WS-CO-PR-TEMPO (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(15:4)
           MOVE WS-CO-PR-ATRASO (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(22:4)
           MOVE WS-CO-RETIDOS (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(29:4)
           MOVE WS-CO-SAIRAM (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(36:4)
           MOVE WS-CO-TRANSFERIDOS (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(43:4)
           MOVE WS-CO-CONCLUINTES (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(50:4)
           MOVE WS-CO-CURSANDO (WS-CO-IDX WS-K) TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(57:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P520-FIM.

       P540-TOTAL-UNIDADE.

           MOVE '-- UNIDADE ' TO WS-LINHA-SPOOL(1:11)
           MOVE WS-UNID-ATUAL TO WS-LINHA-SPOOL(12:4)
           MOVE ' - COORTES COM PRAZO ENCERRADO: '
              TO WS-LINHA-SPOOL(16:32)
           MOVE WS-UN-COORTES TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(48:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-UN-BASE TO WS-BASE
           MOVE WS-UN-CONC TO WS-CONC
           PERFORM P550-LINHA-TAXA THRU P550-FIM
           .
       P540-FIM.

       P550-LINHA-TAXA.

      * Entra com a base (coorte sem transferidos) em WS-BASE e os
      * concluintes no tempo em WS-CONC.
           MOVE ZERO TO WS-TAXA
           IF WS-BASE GREATER THAN ZERO
              COMPUTE WS-TAXA ROUNDED =
                 (WS-CONC * 100) / WS-BASE
           END-IF
           MOVE WS-TAXA TO WS-TAXA-ED

           MOVE 'TAXA DE CONCLUSAO NO TEMPO ESPERADO: '
              TO WS-LINHA-SPOOL(1:37)
           MOVE WS-TAXA-ED TO WS-LINHA-SPOOL(38:6)
           MOVE '% (' TO WS-LINHA-SPOOL(44:3)
           MOVE WS-CONC TO WS-QTD5-ED
           MOVE WS-QTD5-ED TO WS-LINHA-SPOOL(47:5)
           MOVE ' DE ' TO WS-LINHA-SPOOL(52:4)
           MOVE WS-BASE TO WS-QTD5-ED
           MOVE WS-QTD5-ED TO WS-LINHA-SPOOL(56:5)
           MOVE ')' TO WS-LINHA-SPOOL(61:1)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P550-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGFLUX.
