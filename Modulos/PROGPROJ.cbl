      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Projecao de demanda de vagas para o ano seguinte,
      *          por unidade e serie, pedida pela secretaria
      *          municipal em setembro: parte da populacao atual
      *          (alunos ativos com matricula no ano base, serie
      *          gravada na MATRICULA), aplica as taxas de aprovacao
      *          e retencao do ano apuradas em AL-APROV/NOTAS com a
      *          mesma regra de dependencia do rollover (PROGROLL),
      *          retira os concluintes da ultima serie e soma os
      *          candidatos pendentes da LISTA-ESPERA e a alocacao
      *          recebida da secretaria (arquivo DISTRITO do
      *          PROGDIST). O resultado e comparado com as turmas do
      *          ano base e a capacidade por turma, indicando por
      *          turno quantas turmas abrir ou fechar. A via
      *          definitiva sai no spool de relatorios (PROGRELP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROJ.


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
           ACCESS MODE IS DYNAMIC
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
           FILE STATUS IS WS-FS-MAT.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN REG-AL-APROV
           WITH DUPLICATES
           FILE STATUS IS WS-FS-APR.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NT.

           SELECT LISTA-ESPERA ASSIGN TO
           WS-CAMINHO-ESPERA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ESPERA
           FILE STATUS IS WS-FS-ESP.

           SELECT DISTRITO ASSIGN TO
           WS-CAMINHO-DISTRITO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DST.

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

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  LISTA-ESPERA.
           COPY FD-LISTA-ESPERA.

       FD  DISTRITO.
       01  REG-DISTRITO.
           03 NM-ALUNO-DST                   PIC X(20).
           03 TL-ALUNO-DST                   PIC X(20).
           03 NM-RESP-DST                    PIC X(20).
           03 TL-RESP-DST                    PIC X(20).
           03 UNID-DST                       PIC X(04).

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
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-ESPERA                 PIC X(80).
       01  WS-CAMINHO-DISTRITO               PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-APR                         PIC 99.
           88 FS-APR-OK                      VALUE 0.

       77  WS-FS-NT                          PIC 99.
           88 FS-NT-OK                       VALUE 0.

       77  WS-FS-ESP                         PIC 99.
           88 FS-ESP-OK                      VALUE 0.

       77  WS-FS-DST                         PIC 99.
           88 FS-DST-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-MAT                        PIC X.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EOF-RES                        PIC X.
           88 EOF-RES-OK                     VALUE 'S' FALSE 'N'.

       77  WS-APR-ABERTO                     PIC X VALUE 'N'.
           88 APR-ABERTO-OK                  VALUE 'S'.
       77  WS-NT-ABERTO                      PIC X VALUE 'N'.
           88 NT-ABERTO-OK                   VALUE 'S'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-REF                       PIC 9(08) VALUE ZERO.
       77  WS-ANO-BASE                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-PROJ                       PIC 9(04) VALUE ZERO.
       77  WS-UNIDADE-FILTRO                 PIC X(04) VALUE SPACE.
       77  WS-CAPACIDADE                     PIC 9(03) VALUE 35.

      * mesma regra do rollover (PROGROLL): reprovado em ate 3
      * disciplinas progride com dependencia; acima disso e retido
       77  WS-MAX-DEPENDENCIAS               PIC 9(02) VALUE 3.

      * series em ordem de ID: a serie seguinte de cada serie e a
      * proxima da tabela; a primeira e a serie de entrada e a
      * ultima forma os concluintes
       77  WS-SR-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-SR-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-GR-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-SERIE-IDX                      PIC 9(02) VALUE ZERO.

       01  WS-TAB-SERIES.
           03 WS-SR-ITEM OCCURS 50 TIMES.
              05 WS-SR-ID                    PIC 9(05).
              05 WS-SR-DS                    PIC X(20).
              05 WS-SR-QTD-GRADE             PIC 9(02).
              05 WS-SR-DISC OCCURS 12 TIMES  PIC 9(05).
              05 WS-SR-COM-RESULT            PIC 9(05).
              05 WS-SR-PROMOVIDOS            PIC 9(05).
              05 WS-SR-DEPENDENCIA           PIC 9(05).
              05 WS-SR-RETIDOS               PIC 9(05).
              05 WS-SR-TX-APROV              PIC 9(03)V99.
              05 WS-SR-TX-DEP                PIC 9(03)V99.
      * origem da taxa: S = da propria serie, G = media geral,
      * P = padrao (sem resultados no ano: todos progridem)
              05 WS-SR-ORIGEM-TX             PIC X(01).

      * turmas do ano base (turno, unidade e serie apurada pelas
      * matriculas da turma)
       77  WS-TM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TM-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-TURMAS-SEM-SERIE               PIC 9(03) VALUE ZERO.

       01  WS-TAB-TURMAS.
           03 WS-TM-ITEM OCCURS 300 TIMES.
              05 WS-TM-ID                    PIC 9(05).
              05 WS-TM-TURNO                 PIC X(01).
              05 WS-TM-UNIDADE               PIC X(04).
              05 WS-TM-SERIE-IDX             PIC 9(02).

      * turnos na ordem das colunas das celulas
       01  WS-TURNOS                         PIC X(03) VALUE 'MTN'.
       77  WS-TU-IDX                         PIC 9(01) VALUE ZERO.
       77  WS-TU-MAIOR                       PIC 9(01) VALUE ZERO.
       77  WS-TURNO-ALUNO                    PIC X(01) VALUE SPACE.

      * celulas unidade x serie da projecao
       77  WS-CL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-CL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-CL-POS                         PIC 9(03) VALUE ZERO.
       77  WS-CHV-UNIDADE                    PIC X(04) VALUE SPACE.
       77  WS-CHV-SERIE                      PIC 9(02) VALUE ZERO.

       01  WS-TAB-CELULAS.
           03 WS-CL-ITEM OCCURS 500 TIMES.
              05 WS-CL-UNIDADE               PIC X(04).
              05 WS-CL-SERIE                 PIC 9(02).
              05 WS-CL-POP                   PIC 9(05).
              05 WS-CL-POP-TURNO OCCURS 3 TIMES
                                             PIC 9(05).
              05 WS-CL-TURMAS OCCURS 3 TIMES PIC 9(03).
              05 WS-CL-PROMOVEM              PIC 9(05).
              05 WS-CL-DEPEND                PIC 9(05).
              05 WS-CL-RETIDOS               PIC 9(05).
              05 WS-CL-CONCLUINTES           PIC 9(05).
              05 WS-CL-VINDOS                PIC 9(05).
              05 WS-CL-ESPERA                PIC 9(05).
              05 WS-CL-DISTRITO              PIC 9(05).
              05 WS-CL-PROJ                  PIC 9(05).

       77  WS-UN-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-UN-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-UN-IDX2                        PIC 9(02) VALUE ZERO.
       77  WS-UN-MENOR                       PIC 9(02) VALUE ZERO.
       77  WS-UN-ACHOU                       PIC X VALUE 'N'.
           88 UN-ACHADO                      VALUE 'S'.
       01  WS-UN-AUX                         PIC X(04).

       01  WS-TAB-UNIDADES.
           03 WS-UN-ID OCCURS 30 TIMES       PIC X(04).

      * candidatos da lista de espera ja contados (um aluno pode
      * esperar vaga em varias disciplinas)
       77  WS-ES-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-ES-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-ES-ACHOU                       PIC X VALUE 'N'.
           88 ES-ACHADO                      VALUE 'S'.

       01  WS-TAB-ESPERA.
           03 WS-ES-ALUNO OCCURS 2000 TIMES  PIC 9(05).

      * grupo de matriculas do aluno corrente
       77  WS-ALUNO-ATUAL                    PIC 9(05) VALUE ZERO.
       77  WS-GRP-NO-ANO                     PIC X VALUE 'N'.
           88 GRP-NO-ANO-OK                  VALUE 'S'.
       77  WS-GRP-SERIE                      PIC 9(05) VALUE ZERO.
       77  WS-GRP-TURMA                      PIC 9(05) VALUE ZERO.
       77  WS-TEM-MATRICULA                  PIC X VALUE 'N'.
           88 TEM-MATRICULA-OK               VALUE 'S'.

       77  WS-QTD-APROV                      PIC 9(03) VALUE ZERO.
       77  WS-QTD-REPROV                     PIC 9(03) VALUE ZERO.

      * calculo da distribuicao por turno
       77  WS-BASE-TURNO                     PIC 9(05) VALUE ZERO.
       77  WS-SOMA-DEMANDA                   PIC 9(05) VALUE ZERO.
       77  WS-MAIOR-PESO                     PIC 9(05) VALUE ZERO.
       01  WS-TAB-DEMANDA.
           03 WS-DEMANDA OCCURS 3 TIMES      PIC 9(05).
           03 WS-PESO OCCURS 3 TIMES         PIC 9(05).
       77  WS-NECESSARIAS                    PIC 9(03) VALUE ZERO.
       77  WS-DIFERENCA                      PIC 9(03) VALUE ZERO.

      * totais
       77  WS-TOT-POP                        PIC 9(06) VALUE ZERO.
       77  WS-TOT-PROJ                       PIC 9(06) VALUE ZERO.
       77  WS-TOT-CONCLUINTES                PIC 9(06) VALUE ZERO.
       77  WS-TOT-ESPERA                     PIC 9(06) VALUE ZERO.
       77  WS-TOT-DISTRITO                   PIC 9(06) VALUE ZERO.
       77  WS-TOT-DISTRITO-DUP               PIC 9(06) VALUE ZERO.
       77  WS-TOT-SEM-SERIE                  PIC 9(06) VALUE ZERO.
       77  WS-TOT-COM-RESULT                 PIC 9(06) VALUE ZERO.
       77  WS-TOT-PROMOVIDOS                 PIC 9(06) VALUE ZERO.
       77  WS-TOT-DEPENDENCIA                PIC 9(06) VALUE ZERO.
       77  WS-TX-GERAL-APROV                 PIC 9(03)V99 VALUE ZERO.
       77  WS-TX-GERAL-DEP                   PIC 9(03)V99 VALUE ZERO.
       77  WS-UN-POP                         PIC 9(06) VALUE ZERO.
       77  WS-UN-PROJ                        PIC 9(06) VALUE ZERO.
       77  WS-UN-ABRIR                       PIC 9(04) VALUE ZERO.
       77  WS-UN-FECHAR                      PIC 9(04) VALUE ZERO.
       01  WS-TAB-TOT-TURNO.
           03 WS-TOT-ABRIR OCCURS 3 TIMES    PIC 9(04).
           03 WS-TOT-FECHAR OCCURS 3 TIMES   PIC 9(04).

      * linhas do relatorio
       01  WS-CAB-SERIE.
           03 FILLER                         PIC X(40) VALUE
              'UNID SERIE            ATUAL APROV% DEPEN'.
           03 FILLER                         PIC X(30) VALUE
              ' CONCL PROMO RETID ESPER DISTR'.
           03 FILLER                         PIC X(06) VALUE
              ' PROJ.'.

       01  WS-LIN-SERIE.
           03 WS-LS-UNIDADE                  PIC X(04).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-SERIE                    PIC X(16).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-ATUAL                    PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-APROV                    PIC ZZ9,9.
           03 WS-LS-ORIGEM                   PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-DEPEND                   PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-CONCL                    PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-VINDOS                   PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-RETIDOS                  PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-ESPERA                   PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-DISTRITO                 PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LS-PROJ                     PIC ZZZZ9.

       01  WS-LIN-TURNO.
           03 FILLER                         PIC X(11) VALUE
              '      TURNO'.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LT-TURNO                    PIC X(01).
           03 FILLER                         PIC X(10) VALUE
              ': TURMAS '.
           03 WS-LT-ATUAIS                   PIC ZZ9.
           03 FILLER                         PIC X(07) VALUE
              ' VAGAS '.
           03 WS-LT-VAGAS                    PIC ZZZZ9.
           03 FILLER                         PIC X(09) VALUE
              ' DEMANDA '.
           03 WS-LT-DEMANDA                  PIC ZZZZ9.
           03 FILLER                         PIC X(06) VALUE
              ' NEC. '.
           03 WS-LT-NEC                      PIC ZZ9.
           03 FILLER                         PIC X(03) VALUE ' - '.
           03 WS-LT-ACAO                     PIC X(12).

       01  WS-ACAO.
           03 WS-ACAO-TEXTO                  PIC X(07).
           03 WS-ACAO-QTD                    PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.

       77  WS-ED-QTD                         PIC ZZZZZ9.
       77  WS-ED-QTD2                        PIC ZZZZZ9.
       77  WS-ED-PCT                         PIC ZZ9,99.
       77  WS-ED-PCT2                        PIC ZZ9,99.

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
           MOVE 'S' TO WS-VL-USA-NOTAS
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
           DISPLAY 'PROJECAO DE DEMANDA DE VAGAS POR SERIE'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD

           DISPLAY 'Informe o ano letivo base (0 para o ano corrente): '
           ACCEPT WS-ANO-BASE
           IF WS-ANO-BASE NOT NUMERIC OR WS-ANO-BASE EQUAL ZERO
              MOVE WS-DATA-REF(1:4) TO WS-ANO-BASE
           END-IF
           COMPUTE WS-ANO-PROJ = WS-ANO-BASE + 1

           MOVE LK-UNIDADE TO WS-UNIDADE-FILTRO
           IF WS-UNIDADE-FILTRO EQUAL SPACE
              DISPLAY 'Informe a unidade (brancos para todas): '
              ACCEPT WS-UNIDADE-FILTRO
           END-IF

           DISPLAY 'Informe a capacidade de alunos por turma '
                   '(0 para 35): '
           ACCEPT WS-CAPACIDADE
           IF WS-CAPACIDADE NOT NUMERIC OR WS-CAPACIDADE EQUAL ZERO
              MOVE 35 TO WS-CAPACIDADE
           END-IF

           INITIALIZE WS-TAB-SERIES
           INITIALIZE WS-TAB-CELULAS
           INITIALIZE WS-TAB-TOT-TURNO

           PERFORM P100-CARREGA-SERIES THRU P100-FIM
           IF WS-SR-QTD EQUAL ZERO
              DISPLAY 'NENHUMA SERIE CADASTRADA. PROJECAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

           PERFORM P150-CARREGA-TURMAS THRU P150-FIM
           PERFORM P200-POPULACAO THRU P200-FIM
           PERFORM P300-LISTA-ESPERA THRU P300-FIM
           PERFORM P350-DISTRITO THRU P350-FIM

           IF WS-CL-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO OU TURMA NO ANO ' WS-ANO-BASE
                      ' PARA PROJETAR.'
              PERFORM P950-FIM
           END-IF

           PERFORM P400-TAXAS THRU P400-FIM
           PERFORM P450-PROJETA THRU P450-FIM

           MOVE 'PROJECAO DE VAGAS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'PROJECAO DE VAGAS PARA ' DELIMITED BY SIZE
                  WS-ANO-PROJ               DELIMITED BY SIZE
                  ' (BASE '                 DELIMITED BY SIZE
                  WS-ANO-BASE               DELIMITED BY SIZE
                  ') UNIDADE '              DELIMITED BY SIZE
                  WS-UNIDADE-FILTRO         DELIMITED BY SIZE
                  ' CAPACIDADE '            DELIMITED BY SIZE
                  WS-CAPACIDADE             DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM P500-RELATORIO THRU P500-FIM
           PERFORM P600-RESUMO THRU P600-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

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

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AL-APROV FROM ENVIRONMENT 'AL_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AL-APROV.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-AL-APROV
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ESPERA FROM ENVIRONMENT 'LISTA_ESPERA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'LISTA-ESPERA.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESPERA
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISTRITO FROM ENVIRONMENT 'DISTRITO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISTRITO.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISTRITO
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

       P100-CARREGA-SERIES.

           MOVE ZERO TO WS-SR-QTD

           SET FS-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P100-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SERIES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF WS-SR-QTD < 50
                       ADD 1 TO WS-SR-QTD
                       MOVE ID-SERIE TO WS-SR-ID (WS-SR-QTD)
                       MOVE DS-SERIE TO WS-SR-DS (WS-SR-QTD)
                       MOVE QTD-GRADE-SERIE
                          TO WS-SR-QTD-GRADE (WS-SR-QTD)
                       PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                          UNTIL WS-GR-IDX > 12
                          MOVE ID-DISC-GRADE (WS-GR-IDX)
                             TO WS-SR-DISC (WS-SR-QTD, WS-GR-IDX)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SERIES
           .
       P100-FIM.

       P105-ACHA-SERIE.

      * Posicao na tabela da serie WS-GRP-SERIE (zero se ausente).
           MOVE ZERO TO WS-SERIE-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD OR WS-SERIE-IDX > ZERO
              IF WS-SR-ID (WS-SR-IDX) EQUAL WS-GRP-SERIE
                 MOVE WS-SR-IDX TO WS-SERIE-IDX
              END-IF
           END-PERFORM
           .
       P105-FIM.

       P150-CARREGA-TURMAS.

      * Turmas do ano base: a serie de cada turma vem da primeira
      * matricula com serie lida pela chave alternativa turma/ano.
           MOVE ZERO TO WS-TM-QTD
           MOVE ZERO TO WS-TURMAS-SEM-SERIE

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P150-FIM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              CLOSE TURMAS
              GO TO P150-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ TURMAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-TURMA EQUAL WS-ANO-BASE
                       PERFORM P155-GUARDA-TURMA THRU P155-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           CLOSE TURMAS
           .
       P150-FIM.

       P155-GUARDA-TURMA.

           IF WS-TM-QTD >= 300
              DISPLAY 'TABELA DE TURMAS CHEIA (300). TURMA '
                      ID-TURMA ' IGNORADA.'
              GO TO P155-FIM
           END-IF

           ADD 1 TO WS-TM-QTD
           MOVE ID-TURMA    TO WS-TM-ID (WS-TM-QTD)
           MOVE TURNO-TURMA TO WS-TM-TURNO (WS-TM-QTD)
           MOVE UNID-TURMA  TO WS-TM-UNIDADE (WS-TM-QTD)
           MOVE ZERO        TO WS-TM-SERIE-IDX (WS-TM-QTD)

           MOVE ZERO TO WS-GRP-SERIE
           MOVE ID-TURMA    TO TURMA-MATRICULA
           MOVE WS-ANO-BASE TO ANO-MATRICULA
           SET EOF-MAT-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-TURMA-MAT
                 INVALID KEY
                    SET EOF-MAT-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL ID-TURMA OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-BASE
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT TO WS-GRP-SERIE
                          SET EOF-MAT-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM P105-ACHA-SERIE THRU P105-FIM
           IF WS-SERIE-IDX EQUAL ZERO
              IF WS-UNIDADE-FILTRO EQUAL SPACE OR
                 UNID-TURMA EQUAL WS-UNIDADE-FILTRO
                 ADD 1 TO WS-TURMAS-SEM-SERIE
              END-IF
              GO TO P155-FIM
           END-IF
           MOVE WS-SERIE-IDX TO WS-TM-SERIE-IDX (WS-TM-QTD)

           IF WS-UNIDADE-FILTRO NOT EQUAL SPACE AND
              UNID-TURMA NOT EQUAL WS-UNIDADE-FILTRO
              GO TO P155-FIM
           END-IF

           MOVE UNID-TURMA   TO WS-CHV-UNIDADE
           MOVE WS-SERIE-IDX TO WS-CHV-SERIE
           PERFORM P160-CELULA THRU P160-FIM
           MOVE TURNO-TURMA TO WS-TURNO-ALUNO
           PERFORM P170-INDICE-TURNO THRU P170-FIM
           IF WS-CL-POS > ZERO AND WS-TU-IDX > ZERO
              ADD 1 TO WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
           END-IF
           .
       P155-FIM.

       P160-CELULA.

      * Localiza (ou cria) a celula WS-CHV-UNIDADE x WS-CHV-SERIE;
      * WS-CL-POS fica zero quando a tabela esta cheia.
           MOVE ZERO TO WS-CL-POS
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-QTD OR WS-CL-POS > ZERO
              IF WS-CL-UNIDADE (WS-CL-IDX) EQUAL WS-CHV-UNIDADE AND
                 WS-CL-SERIE (WS-CL-IDX) EQUAL WS-CHV-SERIE
                 MOVE WS-CL-IDX TO WS-CL-POS
              END-IF
           END-PERFORM

           IF WS-CL-POS > ZERO
              GO TO P160-FIM
           END-IF

           IF WS-CL-QTD >= 500
              DISPLAY 'TABELA DE UNIDADE/SERIE CHEIA (500).'
              GO TO P160-FIM
           END-IF

           ADD 1 TO WS-CL-QTD
           MOVE WS-CL-QTD      TO WS-CL-POS
           MOVE WS-CHV-UNIDADE TO WS-CL-UNIDADE (WS-CL-POS)
           MOVE WS-CHV-SERIE   TO WS-CL-SERIE (WS-CL-POS)

           MOVE 'N' TO WS-UN-ACHOU
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD OR UN-ACHADO
              IF WS-UN-ID (WS-UN-IDX) EQUAL WS-CHV-UNIDADE
                 MOVE 'S' TO WS-UN-ACHOU
              END-IF
           END-PERFORM
           IF NOT UN-ACHADO AND WS-UN-QTD < 30
              ADD 1 TO WS-UN-QTD
              MOVE WS-CHV-UNIDADE TO WS-UN-ID (WS-UN-QTD)
           END-IF
           .
       P160-FIM.

       P165-ACHA-CELULA.

      * Somente localiza a celula (zero quando nao existe).
           MOVE ZERO TO WS-CL-POS
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-QTD OR WS-CL-POS > ZERO
              IF WS-CL-UNIDADE (WS-CL-IDX) EQUAL WS-CHV-UNIDADE AND
                 WS-CL-SERIE (WS-CL-IDX) EQUAL WS-CHV-SERIE
                 MOVE WS-CL-IDX TO WS-CL-POS
              END-IF
           END-PERFORM
           .
       P165-FIM.

       P170-INDICE-TURNO.

           MOVE ZERO TO WS-TU-IDX
           EVALUATE WS-TURNO-ALUNO
              WHEN 'M'
                 MOVE 1 TO WS-TU-IDX
              WHEN 'T'
                 MOVE 2 TO WS-TU-IDX
              WHEN 'N'
                 MOVE 3 TO WS-TU-IDX
           END-EVALUATE
           .
       P170-FIM.

       P200-POPULACAO.

      * Populacao atual: MATRICULA em ordem de aluno; cada grupo de
      * matriculas do aluno com matricula no ano base conta uma vez,
      * na serie gravada na matricula e na unidade/turno da turma.
           MOVE ZERO TO WS-ALUNO-ATUAL
           MOVE ZERO TO WS-TOT-SEM-SERIE

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE MATRICULA
              GO TO P200-FIM
           END-IF

           MOVE 'N' TO WS-APR-ABERTO
           OPEN INPUT AL-APROV
           IF FS-APR-OK
              MOVE 'S' TO WS-APR-ABERTO
           END-IF

           MOVE 'N' TO WS-NT-ABERTO
           OPEN INPUT NOTAS
           IF FS-NT-OK
              MOVE 'S' TO WS-NT-ABERTO
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-ALUNO-ATUAL
                       IF WS-ALUNO-ATUAL NOT EQUAL ZERO
                          PERFORM P210-FECHA-ALUNO THRU P210-FIM
                       END-IF
                       MOVE ID-ALUNO-MAT TO WS-ALUNO-ATUAL
                       MOVE 'N'  TO WS-GRP-NO-ANO
                       MOVE ZERO TO WS-GRP-SERIE
                       MOVE ZERO TO WS-GRP-TURMA
                    END-IF
                    IF ANO-MATRICULA NUMERIC AND
                       ANO-MATRICULA EQUAL WS-ANO-BASE
                       MOVE 'S' TO WS-GRP-NO-ANO
                       IF ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT TO WS-GRP-SERIE
                       END-IF
                       IF TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE TURMA-MATRICULA TO WS-GRP-TURMA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ALUNO-ATUAL NOT EQUAL ZERO
              PERFORM P210-FECHA-ALUNO THRU P210-FIM
           END-IF

           IF APR-ABERTO-OK
              CLOSE AL-APROV
           END-IF
           IF NT-ABERTO-OK
              CLOSE NOTAS
           END-IF
           CLOSE ALUNOS
           CLOSE MATRICULA
           .
       P200-FIM.

       P210-FECHA-ALUNO.

           IF NOT GRP-NO-ANO-OK
              GO TO P210-FIM
           END-IF

           MOVE WS-ALUNO-ATUAL TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P210-FIM
           END-READ

           IF ALUNO-INATIVO
              GO TO P210-FIM
           END-IF

           PERFORM P105-ACHA-SERIE THRU P105-FIM
           IF WS-SERIE-IDX EQUAL ZERO
              IF WS-UNIDADE-FILTRO EQUAL SPACE OR
                 UNIDADE-ALUNO EQUAL WS-UNIDADE-FILTRO
                 ADD 1 TO WS-TOT-SEM-SERIE
              END-IF
              GO TO P210-FIM
           END-IF

      * unidade e turno da turma do aluno; sem turma, a unidade do
      * cadastro do aluno
           MOVE UNIDADE-ALUNO TO WS-CHV-UNIDADE
           MOVE SPACE TO WS-TURNO-ALUNO
           IF WS-GRP-TURMA NOT EQUAL ZERO
              PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-QTD
                 IF WS-TM-ID (WS-TM-IDX) EQUAL WS-GRP-TURMA
                    MOVE WS-TM-TURNO (WS-TM-IDX) TO WS-TURNO-ALUNO
                    IF WS-TM-UNIDADE (WS-TM-IDX) NOT EQUAL SPACE
                       MOVE WS-TM-UNIDADE (WS-TM-IDX)
                          TO WS-CHV-UNIDADE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WS-UNIDADE-FILTRO NOT EQUAL SPACE AND
              WS-CHV-UNIDADE NOT EQUAL WS-UNIDADE-FILTRO
              GO TO P210-FIM
           END-IF

           MOVE WS-SERIE-IDX TO WS-CHV-SERIE
           PERFORM P160-CELULA THRU P160-FIM
           IF WS-CL-POS EQUAL ZERO
              GO TO P210-FIM
           END-IF

           ADD 1 TO WS-CL-POP (WS-CL-POS)
           PERFORM P170-INDICE-TURNO THRU P170-FIM
           IF WS-TU-IDX > ZERO
              ADD 1 TO WS-CL-POP-TURNO (WS-CL-POS, WS-TU-IDX)
           END-IF

           PERFORM P220-RESULTADO-ALUNO THRU P220-FIM
           .
       P210-FIM.

       P220-RESULTADO-ALUNO.

      * Resultado do ano base: disciplinas aprovadas (AL-APROV) e
      * reprovadas (NOTAS), pelo nome do aluno como no rollover.
           MOVE ZERO TO WS-QTD-APROV
           MOVE ZERO TO WS-QTD-REPROV

           IF APR-ABERTO-OK
              MOVE NM-ALUNO IN REG-ALUNO TO NM-ALUNO IN REG-AL-APROV
              SET EOF-RES-OK TO FALSE
              START AL-APROV KEY IS EQUAL NM-ALUNO IN REG-AL-APROV
                 INVALID KEY
                    SET EOF-RES-OK TO TRUE
              END-START
              PERFORM UNTIL EOF-RES-OK
                 READ AL-APROV NEXT RECORD
                    AT END
                       SET EOF-RES-OK TO TRUE
                    NOT AT END
                       IF NM-ALUNO IN REG-AL-APROV NOT EQUAL
                          NM-ALUNO IN REG-ALUNO
                          SET EOF-RES-OK TO TRUE
                       ELSE
                          IF ANO-LETIVO IN REG-AL-APROV EQUAL
                             WS-ANO-BASE
                             ADD 1 TO WS-QTD-APROV
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF NT-ABERTO-OK
              MOVE NM-ALUNO IN REG-ALUNO TO NM-ALUNO IN REG-NOTAS
              SET EOF-RES-OK TO FALSE
              START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
                 INVALID KEY
                    SET EOF-RES-OK TO TRUE
              END-START
              PERFORM UNTIL EOF-RES-OK
                 READ NOTAS NEXT RECORD
                    AT END
                       SET EOF-RES-OK TO TRUE
                    NOT AT END
                       IF NM-ALUNO IN REG-NOTAS NOT EQUAL
                          NM-ALUNO IN REG-ALUNO
                          SET EOF-RES-OK TO TRUE
                       ELSE
                          IF ANO-LETIVO IN REG-NOTAS EQUAL
                             WS-ANO-BASE AND
                             ST-ALUNO IN REG-NOTAS EQUAL 'REPROVADO'
                             ADD 1 TO WS-QTD-REPROV
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-QTD-APROV EQUAL ZERO AND WS-QTD-REPROV EQUAL ZERO
              GO TO P220-FIM
           END-IF

           ADD 1 TO WS-SR-COM-RESULT (WS-SERIE-IDX)
           EVALUATE TRUE
              WHEN WS-QTD-REPROV > WS-MAX-DEPENDENCIAS
                 ADD 1 TO WS-SR-RETIDOS (WS-SERIE-IDX)
              WHEN WS-QTD-REPROV > ZERO
                 ADD 1 TO WS-SR-DEPENDENCIA (WS-SERIE-IDX)
              WHEN OTHER
                 ADD 1 TO WS-SR-PROMOVIDOS (WS-SERIE-IDX)
           END-EVALUATE
           .
       P220-FIM.

       P300-LISTA-ESPERA.

      * Candidatos pendentes da lista de espera que ainda nao tem
      * matricula no ano base (os ja matriculados estao na
      * populacao). A serie e a primeira cuja grade contem a
      * disciplina pedida; sem grade correspondente, a serie de
      * entrada.
           MOVE ZERO TO WS-ES-QTD

           SET FS-ESP-OK TO TRUE
           OPEN INPUT LISTA-ESPERA
           IF WS-FS-ESP EQUAL 35
              GO TO P300-FIM
           END-IF
           IF NOT FS-ESP-OK
              DISPLAY 'ERRO AO ABRIR A LISTA DE ESPERA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ESP
              GO TO P300-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              CLOSE LISTA-ESPERA
              GO TO P300-FIM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              CLOSE ALUNOS
              CLOSE LISTA-ESPERA
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ LISTA-ESPERA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P310-CANDIDATO THRU P310-FIM
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           CLOSE ALUNOS
           CLOSE LISTA-ESPERA
           .
       P300-FIM.

       P310-CANDIDATO.

           MOVE 'N' TO WS-ES-ACHOU
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
              UNTIL WS-ES-IDX > WS-ES-QTD OR ES-ACHADO
              IF WS-ES-ALUNO (WS-ES-IDX) EQUAL ID-ALUNO-ESP
                 MOVE 'S' TO WS-ES-ACHOU
              END-IF
           END-PERFORM
           IF ES-ACHADO OR WS-ES-QTD >= 2000
              GO TO P310-FIM
           END-IF
           ADD 1 TO WS-ES-QTD
           MOVE ID-ALUNO-ESP TO WS-ES-ALUNO (WS-ES-QTD)

           MOVE ID-ALUNO-ESP TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P310-FIM
           END-READ
           IF ALUNO-INATIVO
              GO TO P310-FIM
           END-IF

           IF WS-UNIDADE-FILTRO NOT EQUAL SPACE AND
              UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-FILTRO
              GO TO P310-FIM
           END-IF

           PERFORM P315-TEM-MATRICULA THRU P315-FIM
           IF TEM-MATRICULA-OK
              GO TO P310-FIM
           END-IF

           MOVE ZERO TO WS-SERIE-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD OR WS-SERIE-IDX > ZERO
              PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                 UNTIL WS-GR-IDX > 12 OR WS-SERIE-IDX > ZERO
                 IF WS-SR-DISC (WS-SR-IDX, WS-GR-IDX) EQUAL
                    ID-DISCIPLINA-ESP AND
                    ID-DISCIPLINA-ESP NOT EQUAL ZERO
                    MOVE WS-SR-IDX TO WS-SERIE-IDX
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-SERIE-IDX EQUAL ZERO
              MOVE 1 TO WS-SERIE-IDX
           END-IF

           MOVE UNIDADE-ALUNO TO WS-CHV-UNIDADE
           MOVE WS-SERIE-IDX  TO WS-CHV-SERIE
           PERFORM P160-CELULA THRU P160-FIM
           IF WS-CL-POS > ZERO
              ADD 1 TO WS-CL-ESPERA (WS-CL-POS)
              ADD 1 TO WS-TOT-ESPERA
           END-IF
           .
       P310-FIM.

       P315-TEM-MATRICULA.

           MOVE 'N' TO WS-TEM-MATRICULA
           MOVE ID-ALUNO-ESP TO ID-ALUNO-MAT
           MOVE ZERO         TO ID-DISCIPLINA-MAT
           SET EOF-MAT-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    SET EOF-MAT-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO-ESP
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA NUMERIC AND
                          ANO-MATRICULA EQUAL WS-ANO-BASE
                          MOVE 'S' TO WS-TEM-MATRICULA
                          SET EOF-MAT-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P315-FIM.

       P350-DISTRITO.

      * Alocacao recebida da secretaria municipal (layout DISTRITO do
      * PROGDIST) ainda nao carregada em ALUNOS: entra na serie de
      * entrada da unidade indicada. Nomes ja cadastrados (arquivo
      * ja importado) nao contam de novo.
           MOVE ZERO TO WS-TOT-DISTRITO
           MOVE ZERO TO WS-TOT-DISTRITO-DUP

           SET FS-DST-OK TO TRUE
           OPEN INPUT DISTRITO
           IF WS-FS-DST EQUAL 35
              GO TO P350-FIM
           END-IF
           IF NOT FS-DST-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DO DISTRITO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DST
              GO TO P350-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              CLOSE DISTRITO
              GO TO P350-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DISTRITO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P360-ALOCACAO THRU P360-FIM
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE DISTRITO
           .
       P350-FIM.

       P360-ALOCACAO.

           IF NM-ALUNO-DST EQUAL SPACE
              GO TO P360-FIM
           END-IF

           IF WS-UNIDADE-FILTRO NOT EQUAL SPACE AND
              UNID-DST NOT EQUAL WS-UNIDADE-FILTRO
              GO TO P360-FIM
           END-IF

           MOVE NM-ALUNO-DST TO NM-ALUNO IN REG-ALUNO
           READ ALUNOS
              KEY IS NM-ALUNO IN REG-ALUNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-TOT-DISTRITO-DUP
                    GO TO P360-FIM
           END-READ

           MOVE UNID-DST TO WS-CHV-UNIDADE
           MOVE 1        TO WS-CHV-SERIE
           PERFORM P160-CELULA THRU P160-FIM
           IF WS-CL-POS > ZERO
              ADD 1 TO WS-CL-DISTRITO (WS-CL-POS)
              ADD 1 TO WS-TOT-DISTRITO
           END-IF
           .
       P360-FIM.

       P400-TAXAS.

      * Taxas do ano por serie; serie sem resultados lancados usa a
      * media geral e, sem nenhum resultado no ano, todos progridem.
           MOVE ZERO TO WS-TOT-COM-RESULT
           MOVE ZERO TO WS-TOT-PROMOVIDOS
           MOVE ZERO TO WS-TOT-DEPENDENCIA
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD
              ADD WS-SR-COM-RESULT (WS-SR-IDX) TO WS-TOT-COM-RESULT
              ADD WS-SR-PROMOVIDOS (WS-SR-IDX) TO WS-TOT-PROMOVIDOS
              ADD WS-SR-DEPENDENCIA (WS-SR-IDX) TO WS-TOT-PROMOVIDOS
              ADD WS-SR-DEPENDENCIA (WS-SR-IDX) TO WS-TOT-DEPENDENCIA
           END-PERFORM

           MOVE 100 TO WS-TX-GERAL-APROV
           MOVE ZERO TO WS-TX-GERAL-DEP
           IF WS-TOT-COM-RESULT > ZERO
              COMPUTE WS-TX-GERAL-APROV ROUNDED =
                 WS-TOT-PROMOVIDOS * 100 / WS-TOT-COM-RESULT
              COMPUTE WS-TX-GERAL-DEP ROUNDED =
                 WS-TOT-DEPENDENCIA * 100 / WS-TOT-COM-RESULT
           END-IF

           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
              UNTIL WS-SR-IDX > WS-SR-QTD
              EVALUATE TRUE
                 WHEN WS-SR-COM-RESULT (WS-SR-IDX) > ZERO
                    COMPUTE WS-SR-TX-APROV (WS-SR-IDX) ROUNDED =
                       (WS-SR-PROMOVIDOS (WS-SR-IDX) +
                        WS-SR-DEPENDENCIA (WS-SR-IDX)) * 100
                       / WS-SR-COM-RESULT (WS-SR-IDX)
                    COMPUTE WS-SR-TX-DEP (WS-SR-IDX) ROUNDED =
                       WS-SR-DEPENDENCIA (WS-SR-IDX) * 100
                       / WS-SR-COM-RESULT (WS-SR-IDX)
                    MOVE 'S' TO WS-SR-ORIGEM-TX (WS-SR-IDX)
                 WHEN WS-TOT-COM-RESULT > ZERO
                    MOVE WS-TX-GERAL-APROV TO WS-SR-TX-APROV (WS-SR-IDX)
                    MOVE WS-TX-GERAL-DEP   TO WS-SR-TX-DEP (WS-SR-IDX)
                    MOVE 'G' TO WS-SR-ORIGEM-TX (WS-SR-IDX)
                 WHEN OTHER
                    MOVE 100  TO WS-SR-TX-APROV (WS-SR-IDX)
                    MOVE ZERO TO WS-SR-TX-DEP (WS-SR-IDX)
                    MOVE 'P' TO WS-SR-ORIGEM-TX (WS-SR-IDX)
              END-EVALUATE
           END-PERFORM
           .
       P400-FIM.

       P450-PROJETA.

      * Primeira passada: aprovados sobem para a serie seguinte da
      * mesma unidade (na ultima serie saem como concluintes) e os
      * retidos ficam. Segunda passada: demanda projetada da celula.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-QTD
              MOVE WS-CL-SERIE (WS-CL-IDX) TO WS-SERIE-IDX
              COMPUTE WS-CL-PROMOVEM (WS-CL-IDX) ROUNDED =
                 WS-CL-POP (WS-CL-IDX) * WS-SR-TX-APROV (WS-SERIE-IDX)
                 / 100
              COMPUTE WS-CL-DEPEND (WS-CL-IDX) ROUNDED =
                 WS-CL-POP (WS-CL-IDX) * WS-SR-TX-DEP (WS-SERIE-IDX)
                 / 100
              COMPUTE WS-CL-RETIDOS (WS-CL-IDX) =
                 WS-CL-POP (WS-CL-IDX) - WS-CL-PROMOVEM (WS-CL-IDX)
              IF WS-SERIE-IDX EQUAL WS-SR-QTD
                 MOVE WS-CL-PROMOVEM (WS-CL-IDX)
                    TO WS-CL-CONCLUINTES (WS-CL-IDX)
              ELSE
                 IF WS-CL-PROMOVEM (WS-CL-IDX) > ZERO
                    PERFORM P455-PROMOVE THRU P455-FIM
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-QTD
              COMPUTE WS-CL-PROJ (WS-CL-IDX) =
                 WS-CL-VINDOS (WS-CL-IDX) + WS-CL-RETIDOS (WS-CL-IDX)
                 + WS-CL-ESPERA (WS-CL-IDX)
                 + WS-CL-DISTRITO (WS-CL-IDX)
           END-PERFORM
           .
       P450-FIM.

       P455-PROMOVE.

      * P160 usa WS-CL-IDX na busca: o indice do laco e preservado.
           MOVE WS-CL-IDX TO WS-ES-IDX
           MOVE WS-CL-UNIDADE (WS-CL-IDX) TO WS-CHV-UNIDADE
           COMPUTE WS-CHV-SERIE = WS-SERIE-IDX + 1
           PERFORM P160-CELULA THRU P160-FIM
           MOVE WS-ES-IDX TO WS-CL-IDX
           IF WS-CL-POS > ZERO
              ADD WS-CL-PROMOVEM (WS-CL-IDX)
                 TO WS-CL-VINDOS (WS-CL-POS)
           END-IF
           .
       P455-FIM.

       P500-RELATORIO.

      * Unidades em ordem alfabetica; dentro da unidade, series na
      * ordem de progressao, cada uma com a comparacao por turno.
           PERFORM VARYING WS-UN-IDX2 FROM 1 BY 1
              UNTIL WS-UN-IDX2 > WS-UN-QTD
              MOVE WS-UN-IDX2 TO WS-UN-MENOR
              PERFORM VARYING WS-UN-IDX FROM WS-UN-IDX2 BY 1
                 UNTIL WS-UN-IDX > WS-UN-QTD
                 IF WS-UN-ID (WS-UN-IDX) < WS-UN-ID (WS-UN-MENOR)
                    MOVE WS-UN-IDX TO WS-UN-MENOR
                 END-IF
              END-PERFORM
              IF WS-UN-MENOR NOT EQUAL WS-UN-IDX2
                 MOVE WS-UN-ID (WS-UN-IDX2) TO WS-UN-AUX
                 MOVE WS-UN-ID (WS-UN-MENOR) TO WS-UN-ID (WS-UN-IDX2)
                 MOVE WS-UN-AUX TO WS-UN-ID (WS-UN-MENOR)
              END-IF
           END-PERFORM

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'APROV% = TAXA DE APROVACAO (S SERIE, G MEDIA GERAL, P '
              TO WS-LINHA-SPOOL
           MOVE 'PADRAO)' TO WS-LINHA-SPOOL(56:7)
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'PROMO = VINDOS DA SERIE ANTERIOR  RETID = RETIDOS NA '
              TO WS-LINHA-SPOOL
           MOVE 'SERIE' TO WS-LINHA-SPOOL(54:5)
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD
              PERFORM P510-UNIDADE THRU P510-FIM
           END-PERFORM
           .
       P500-FIM.

       P510-UNIDADE.

           MOVE ZERO TO WS-UN-POP
           MOVE ZERO TO WS-UN-PROJ
           MOVE ZERO TO WS-UN-ABRIR
           MOVE ZERO TO WS-UN-FECHAR

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE WS-CAB-SERIE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-UN-ID (WS-UN-IDX) TO WS-CHV-UNIDADE
           PERFORM VARYING WS-SERIE-IDX FROM 1 BY 1
              UNTIL WS-SERIE-IDX > WS-SR-QTD
              MOVE WS-SERIE-IDX TO WS-CHV-SERIE
              PERFORM P165-ACHA-CELULA THRU P165-FIM
              IF WS-CL-POS > ZERO
                 PERFORM P520-LINHA-SERIE THRU P520-FIM
              END-IF
           END-PERFORM

           MOVE WS-UN-POP    TO WS-ED-QTD
           MOVE WS-UN-PROJ   TO WS-ED-QTD2
           STRING 'TOTAL DA UNIDADE ' DELIMITED BY SIZE
                  WS-CHV-UNIDADE      DELIMITED BY SIZE
                  ': ATUAL '          DELIMITED BY SIZE
                  WS-ED-QTD           DELIMITED BY SIZE
                  ' PROJETADO '       DELIMITED BY SIZE
                  WS-ED-QTD2          DELIMITED BY SIZE
                  ' ABRIR '           DELIMITED BY SIZE
                  WS-UN-ABRIR         DELIMITED BY SIZE
                  ' FECHAR '          DELIMITED BY SIZE
                  WS-UN-FECHAR        DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P510-FIM.

       P520-LINHA-SERIE.

           IF WS-CL-POP (WS-CL-POS) EQUAL ZERO AND
              WS-CL-PROJ (WS-CL-POS) EQUAL ZERO AND
              WS-CL-TURMAS (WS-CL-POS, 1) EQUAL ZERO AND
              WS-CL-TURMAS (WS-CL-POS, 2) EQUAL ZERO AND
              WS-CL-TURMAS (WS-CL-POS, 3) EQUAL ZERO
              GO TO P520-FIM
           END-IF

           ADD WS-CL-POP (WS-CL-POS)  TO WS-UN-POP
           ADD WS-CL-PROJ (WS-CL-POS) TO WS-UN-PROJ
           ADD WS-CL-POP (WS-CL-POS)  TO WS-TOT-POP
           ADD WS-CL-PROJ (WS-CL-POS) TO WS-TOT-PROJ
           ADD WS-CL-CONCLUINTES (WS-CL-POS) TO WS-TOT-CONCLUINTES

           MOVE WS-CL-UNIDADE (WS-CL-POS)     TO WS-LS-UNIDADE
           MOVE WS-SR-DS (WS-SERIE-IDX)       TO WS-LS-SERIE
           MOVE WS-CL-POP (WS-CL-POS)         TO WS-LS-ATUAL
           MOVE WS-SR-TX-APROV (WS-SERIE-IDX) TO WS-LS-APROV
           MOVE WS-SR-ORIGEM-TX (WS-SERIE-IDX) TO WS-LS-ORIGEM
           MOVE WS-CL-DEPEND (WS-CL-POS)      TO WS-LS-DEPEND
           MOVE WS-CL-CONCLUINTES (WS-CL-POS) TO WS-LS-CONCL
           MOVE WS-CL-VINDOS (WS-CL-POS)      TO WS-LS-VINDOS
           MOVE WS-CL-RETIDOS (WS-CL-POS)     TO WS-LS-RETIDOS
           MOVE WS-CL-ESPERA (WS-CL-POS)      TO WS-LS-ESPERA
           MOVE WS-CL-DISTRITO (WS-CL-POS)    TO WS-LS-DISTRITO
           MOVE WS-CL-PROJ (WS-CL-POS)        TO WS-LS-PROJ
           MOVE WS-LIN-SERIE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM P530-DEMANDA-TURNO THRU P530-FIM

           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
              UNTIL WS-TU-IDX > 3
              IF WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX) > ZERO OR
                 WS-DEMANDA (WS-TU-IDX) > ZERO
                 PERFORM P540-LINHA-TURNO THRU P540-FIM
              END-IF
           END-PERFORM
           .
       P520-FIM.

       P530-DEMANDA-TURNO.

      * A demanda projetada da celula e repartida entre os turnos na
      * proporcao dos alunos atuais de cada turno (sem alunos com
      * turma, na proporcao das turmas; sem turmas, toda no turno da
      * manha). A sobra do arredondamento fica no turno de maior
      * peso.
           MOVE ZERO TO WS-BASE-TURNO
           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
              UNTIL WS-TU-IDX > 3
              MOVE WS-CL-POP-TURNO (WS-CL-POS, WS-TU-IDX)
                 TO WS-PESO (WS-TU-IDX)
              ADD WS-PESO (WS-TU-IDX) TO WS-BASE-TURNO
           END-PERFORM

           IF WS-BASE-TURNO EQUAL ZERO
              PERFORM VARYING WS-TU-IDX FROM 1 BY 1
                 UNTIL WS-TU-IDX > 3
                 MOVE WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
                    TO WS-PESO (WS-TU-IDX)
                 ADD WS-PESO (WS-TU-IDX) TO WS-BASE-TURNO
              END-PERFORM
           END-IF

           IF WS-BASE-TURNO EQUAL ZERO
              MOVE 1 TO WS-PESO (1)
              MOVE 1 TO WS-BASE-TURNO
           END-IF

           MOVE ZERO TO WS-SOMA-DEMANDA
           MOVE ZERO TO WS-MAIOR-PESO
           MOVE 1 TO WS-TU-MAIOR
           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
              UNTIL WS-TU-IDX > 3
              COMPUTE WS-DEMANDA (WS-TU-IDX) =
                 WS-CL-PROJ (WS-CL-POS) * WS-PESO (WS-TU-IDX)
                 / WS-BASE-TURNO
              ADD WS-DEMANDA (WS-TU-IDX) TO WS-SOMA-DEMANDA
              IF WS-PESO (WS-TU-IDX) > WS-MAIOR-PESO
                 MOVE WS-PESO (WS-TU-IDX) TO WS-MAIOR-PESO
                 MOVE WS-TU-IDX TO WS-TU-MAIOR
              END-IF
           END-PERFORM

           IF WS-SOMA-DEMANDA < WS-CL-PROJ (WS-CL-POS)
              COMPUTE WS-DEMANDA (WS-TU-MAIOR) =
                 WS-DEMANDA (WS-TU-MAIOR)
                 + WS-CL-PROJ (WS-CL-POS) - WS-SOMA-DEMANDA
           END-IF
           .
       P530-FIM.

       P540-LINHA-TURNO.

           COMPUTE WS-NECESSARIAS =
              (WS-DEMANDA (WS-TU-IDX) + WS-CAPACIDADE - 1)
              / WS-CAPACIDADE

           MOVE SPACE TO WS-LT-ACAO
           EVALUATE TRUE
              WHEN WS-NECESSARIAS > WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
                 COMPUTE WS-DIFERENCA = WS-NECESSARIAS
                    - WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
                 MOVE 'ABRIR'  TO WS-ACAO-TEXTO
                 MOVE WS-DIFERENCA TO WS-ACAO-QTD
                 MOVE WS-ACAO TO WS-LT-ACAO
                 ADD WS-DIFERENCA TO WS-UN-ABRIR
                 ADD WS-DIFERENCA TO WS-TOT-ABRIR (WS-TU-IDX)
              WHEN WS-NECESSARIAS < WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
                 COMPUTE WS-DIFERENCA =
                    WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX)
                    - WS-NECESSARIAS
                 MOVE 'FECHAR' TO WS-ACAO-TEXTO
                 MOVE WS-DIFERENCA TO WS-ACAO-QTD
                 MOVE WS-ACAO TO WS-LT-ACAO
                 ADD WS-DIFERENCA TO WS-UN-FECHAR
                 ADD WS-DIFERENCA TO WS-TOT-FECHAR (WS-TU-IDX)
              WHEN OTHER
                 MOVE 'MANTER' TO WS-LT-ACAO
           END-EVALUATE

           MOVE WS-TURNOS(WS-TU-IDX:1) TO WS-LT-TURNO
           MOVE WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX) TO WS-LT-ATUAIS
           COMPUTE WS-LT-VAGAS =
              WS-CL-TURMAS (WS-CL-POS, WS-TU-IDX) * WS-CAPACIDADE
           MOVE WS-DEMANDA (WS-TU-IDX) TO WS-LT-DEMANDA
           MOVE WS-NECESSARIAS TO WS-LT-NEC
           MOVE WS-LIN-TURNO TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P540-FIM.

       P600-RESUMO.

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'RESUMO DA PROJECAO' TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-POP  TO WS-ED-QTD
           MOVE WS-TOT-PROJ TO WS-ED-QTD2
           STRING 'ALUNOS ATUAIS: '     DELIMITED BY SIZE
                  WS-ED-QTD             DELIMITED BY SIZE
                  '   DEMANDA PROJETADA: ' DELIMITED BY SIZE
                  WS-ED-QTD2            DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-CONCLUINTES TO WS-ED-QTD
           MOVE WS-TOT-ESPERA      TO WS-ED-QTD2
           STRING 'CONCLUINTES:   '     DELIMITED BY SIZE
                  WS-ED-QTD             DELIMITED BY SIZE
                  '   LISTA DE ESPERA:   ' DELIMITED BY SIZE
                  WS-ED-QTD2            DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-DISTRITO     TO WS-ED-QTD
           MOVE WS-TOT-DISTRITO-DUP TO WS-ED-QTD2
           STRING 'ALOCADOS PELA SECRETARIA: ' DELIMITED BY SIZE
                  WS-ED-QTD             DELIMITED BY SIZE
                  ' (JA CADASTRADOS: '  DELIMITED BY SIZE
                  WS-ED-QTD2            DELIMITED BY SIZE
                  ')'                   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TX-GERAL-APROV TO WS-ED-PCT
           MOVE WS-TX-GERAL-DEP   TO WS-ED-PCT2
           STRING 'APROVACAO GERAL DO ANO: ' DELIMITED BY SIZE
                  WS-ED-PCT             DELIMITED BY SIZE
                  '%  COM DEPENDENCIA: '  DELIMITED BY SIZE
                  WS-ED-PCT2            DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
              UNTIL WS-TU-IDX > 3
              STRING 'TURNO '                DELIMITED BY SIZE
                     WS-TURNOS(WS-TU-IDX:1)  DELIMITED BY SIZE
                     ': ABRIR '              DELIMITED BY SIZE
                     WS-TOT-ABRIR (WS-TU-IDX) DELIMITED BY SIZE
                     ' TURMA(S), FECHAR '    DELIMITED BY SIZE
                     WS-TOT-FECHAR (WS-TU-IDX) DELIMITED BY SIZE
                     ' TURMA(S)'             DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-PERFORM

           IF WS-TOT-SEM-SERIE > ZERO OR WS-TURMAS-SEM-SERIE > ZERO
              STRING 'FORA DA PROJECAO (SEM SERIE NA MATRICULA): '
                        DELIMITED BY SIZE
                     WS-TOT-SEM-SERIE     DELIMITED BY SIZE
                     ' ALUNO(S), '        DELIMITED BY SIZE
                     WS-TURMAS-SEM-SERIE  DELIMITED BY SIZE
                     ' TURMA(S)'          DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF
           .
       P600-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGPROJ.
