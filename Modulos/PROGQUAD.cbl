      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Geracao automatica do quadro de horarios de uma
      *          unidade no ano letivo. Cadastra a disponibilidade de
      *          cada professor (dia da semana, turno e tempo, com a
      *          unidade em que atende) e as aulas semanais de cada
      *          disciplina da serie; monta a proposta a partir da
      *          OFERTA (professor da disciplina na turma) respeitando
      *          o turno da turma, sem choque de professor nem de
      *          turma, com limite de aulas da mesma disciplina por
      *          dia e com as aulas que o professor ja tem em turmas
      *          de outras unidades. As aulas que nao couberem saem
      *          como sobras para a marcacao manual. A proposta fica
      *          no arquivo HORPROP para revisao e so substitui o
      *          quadro em HORARIOS quando aplicada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUAD.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPONIB ASSIGN TO
           WS-CAMINHO-DISPONIB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-DISPONIB
           FILE STATUS IS WS-FS-DSP.

           SELECT AULASEM ASSIGN TO
           WS-CAMINHO-AULASEM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AULASEM
           FILE STATUS IS WS-FS-ASM.

           SELECT HORPROP ASSIGN TO
           WS-CAMINHO-HORPROP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HPR.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS-HOR.

           SELECT ENSALA ASSIGN TO
           WS-CAMINHO-ENSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ENSALA
           ALTERNATE RECORD KEY CHAVE-SALA-ENS =
           ID-SALA-ENS DIA-SEMANA-ENS TEMPO-ENS WITH DUPLICATES
           FILE STATUS IS WS-FS-ENS.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

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
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-PROFESSOR
           FILE STATUS IS WS-FS-PRF.

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
       FD  DISPONIB.
           COPY FD-DISPONIB.

       FD  AULASEM.
           COPY FD-AULASEM.

       FD  HORPROP.
           COPY FD-HORPROP.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  ENSALA.
           COPY FD-ENSALA.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  SERIES.
           COPY FD-SERIES.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

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

       01  WS-CAMINHO-DISPONIB               PIC X(80).
       01  WS-CAMINHO-AULASEM                PIC X(80).
       01  WS-CAMINHO-HORPROP                PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-ENSALA                 PIC X(80).
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-DSP                         PIC 99.
           88 FS-DSP-OK                      VALUE 0.

       77  WS-FS-ASM                         PIC 99.
           88 FS-ASM-OK                      VALUE 0.

       77  WS-FS-HPR                         PIC 99.
           88 FS-HPR-OK                      VALUE 0.

       77  WS-FS-HOR                         PIC 99.
           88 FS-HOR-OK                      VALUE 0.

       77  WS-FS-ENS                         PIC 99.
           88 FS-ENS-OK                      VALUE 0.

       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-PRF                         PIC 99.
           88 FS-PRF-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUX                        PIC X.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 EXISTE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-ACHADO                         PIC X VALUE 'N'.
           88 ACHADO-OK                      VALUE 'S' FALSE 'N'.

      * Entradas comuns.
       77  WS-PROF-IN                        PIC 9(05) VALUE ZERO.
       77  WS-ANO-IN                         PIC 9(04) VALUE ZERO.
       77  WS-DIA-IN                         PIC 9(01) VALUE ZERO.
       77  WS-TURNO-IN                       PIC X(01) VALUE SPACE.
       77  WS-UNIDADE-IN                     PIC X(04) VALUE SPACE.
       77  WS-SERIE-IN                       PIC 9(05) VALUE ZERO.
       01  WS-MASCARA                        PIC X(10) VALUE SPACE.
       01  WS-LINHA-TELA                     PIC X(60) VALUE SPACE.

      * Disponibilidade e aulas semanais.
       01  WS-REG-DSP-ANTES                  PIC X(79) VALUE SPACE.
       01  WS-REG-ASM-ANTES                  PIC X(40) VALUE SPACE.
       77  WS-QTD-GRADE                      PIC 9(02) VALUE ZERO.
       01  WS-GRADE.
           03 WS-GRADE-DISC OCCURS 12 TIMES  PIC 9(05).
       77  WS-GRADE-IDX                      PIC 9(02) VALUE ZERO.
       01  WS-AULAS-X                        PIC X(02) VALUE SPACE.
       01  FILLER REDEFINES WS-AULAS-X.
           03 WS-AULAS-N                     PIC 9(02).

      * Parametros da geracao.
       77  WS-MAX-DIA                        PIC 9(01) VALUE ZERO.
       77  WS-QTD-DIAS                       PIC 9(01) VALUE ZERO.
       77  WS-TEMPOS-IN                      PIC 9(02) VALUE ZERO.
       01  WS-TURNOS.
           03 FILLER                         PIC X(03) VALUE 'MTN'.
       01  FILLER REDEFINES WS-TURNOS.
           03 WS-COD-TURNO OCCURS 3 TIMES    PIC X(01).
       01  WS-NOMES-TURNOS.
           03 FILLER                         PIC X(18) VALUE
              'MANHA TARDE NOITE '.
       01  FILLER REDEFINES WS-NOMES-TURNOS.
           03 WS-NOME-TURNO OCCURS 3 TIMES   PIC X(06).
       01  WS-TEMPOS-PADRAO.
           03 FILLER                         PIC X(06) VALUE '050504'.
       01  FILLER REDEFINES WS-TEMPOS-PADRAO.
           03 WS-TEMPOS-DEF OCCURS 3 TIMES   PIC 9(02).
       01  WS-TEMPOS-TURNOS.
           03 WS-TEMPOS-TURNO OCCURS 3 TIMES PIC 9(02).
       77  WS-TN-IDX                         PIC 9(01) VALUE ZERO.
       01  WS-NOMES-DIAS.
           03 FILLER                         PIC X(42) VALUE
              'SEGUNDATERCA  QUARTA QUINTA SEXTA  SABADO '.
       01  FILLER REDEFINES WS-NOMES-DIAS.
           03 WS-NOME-DIA OCCURS 6 TIMES     PIC X(07).

      * Turmas da unidade no ano, com a grade dia x tempo da
      * proposta (disciplina e professor de cada aula colocada).
       77  WS-TQ-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TQ-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-TQ-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-TURMAS.
           03 WS-TQ-ITEM OCCURS 40 TIMES.
              05 WS-TQ-ID                    PIC 9(05).
              05 WS-TQ-TURNO                 PIC 9(01).
              05 WS-TQ-SERIE                 PIC 9(05).
              05 WS-TQ-TEMPOS                PIC 9(02).
              05 WS-TQ-DIA OCCURS 6 TIMES.
                 07 WS-TQ-TEMPO OCCURS 10 TIMES.
                    09 WS-TQ-DISC            PIC 9(05).
                    09 WS-TQ-PROF            PIC 9(05).
       77  WS-MAT-ABERTO                     PIC X VALUE 'N'.
           88 MAT-ABERTO-OK                  VALUE 'S'.
       77  WS-ASM-ABERTO                     PIC X VALUE 'N'.
           88 ASM-ABERTO-OK                  VALUE 'S'.
       77  WS-SER-ABERTO                     PIC X VALUE 'N'.
           88 SER-ABERTO-OK                  VALUE 'S'.
       77  WS-ENS-ABERTO                     PIC X VALUE 'N'.
           88 ENS-ABERTO-OK                  VALUE 'S'.

      * Demandas: uma por disciplina ofertada na turma, com o total
      * de aulas da semana e as ja colocadas por dia.
       77  WS-DM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-DM-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-DM-AUX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-DEMANDAS.
           03 WS-DM-ITEM OCCURS 400 TIMES.
              05 WS-DM-TQ                    PIC 9(03).
              05 WS-DM-DISC                  PIC 9(05).
              05 WS-DM-PF                    PIC 9(03).
              05 WS-DM-AULAS                 PIC 9(02).
              05 WS-DM-COLOCADAS             PIC 9(02).
              05 WS-DM-LIVRES                PIC 9(03).
              05 WS-DM-DIA-QTD OCCURS 6 TIMES PIC 9(01).
       01  WS-TAB-ORDEM.
           03 WS-ORD OCCURS 400 TIMES        PIC 9(03).
       77  WS-ORD-IDX                        PIC 9(03) VALUE ZERO.
       77  WS-ORD-AUX                        PIC 9(03) VALUE ZERO.
       77  WS-ORD-MIN                        PIC 9(03) VALUE ZERO.
       77  WS-ORD-TROCA                      PIC 9(03) VALUE ZERO.

      * Disciplinas ofertadas na turma em leitura, para apontar as da
      * grade da serie sem oferta.
       77  WS-OD-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-OD-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-OFERTADAS.
           03 WS-OD-DISC OCCURS 30 TIMES     PIC 9(05).

      * Professores das demandas: situacao de cada dia/turno/tempo
      * (D disponivel, X indisponivel, O ocupado).
       77  WS-PF-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-PF-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-PF-ACHADO                      PIC 9(03) VALUE ZERO.
       77  WS-PF-BUSCA                       PIC 9(05) VALUE ZERO.
       01  WS-TAB-PROFESSORES.
           03 WS-PF-ITEM OCCURS 150 TIMES.
              05 WS-PF-ID                    PIC 9(05).
              05 WS-PF-COM-DSP               PIC X(01).
              05 WS-PF-GRADE.
                 07 WS-PF-DIA OCCURS 6 TIMES.
                    09 WS-PF-TURNO OCCURS 3 TIMES.
                       11 WS-PF-SLOT OCCURS 10 TIMES PIC X(01).
       77  WS-QTD-SEM-DSP                    PIC 9(03) VALUE ZERO.
       77  WS-QTD-OCUPADAS                   PIC 9(04) VALUE ZERO.

      * Sobras para a marcacao manual.
       77  WS-SB-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-SB-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-SOBRAS.
           03 WS-SB-ITEM OCCURS 400 TIMES.
              05 WS-SB-TURMA                 PIC 9(05).
              05 WS-SB-DISC                  PIC 9(05).
              05 WS-SB-PROF                  PIC 9(05).
              05 WS-SB-QTD-AULAS             PIC 9(02).
              05 WS-SB-MOTIVO                PIC X(30).
       77  WS-SOBRA-TURMA                    PIC 9(05) VALUE ZERO.
       77  WS-SOBRA-DISC                     PIC 9(05) VALUE ZERO.
       77  WS-SOBRA-PROF                     PIC 9(05) VALUE ZERO.
       77  WS-SOBRA-QTD                      PIC 9(02) VALUE ZERO.
       77  WS-SOBRA-MOTIVO                   PIC X(30) VALUE SPACE.

      * Colocacao das aulas.
       77  WS-DIA-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-TEMPO-IDX                      PIC 9(02) VALUE ZERO.
       77  WS-TEMPO-LIVRE                    PIC 9(02) VALUE ZERO.
       77  WS-DIA-ESC                        PIC 9(01) VALUE ZERO.
       77  WS-TEMPO-ESC                      PIC 9(02) VALUE ZERO.
       77  WS-QTD-ESC                        PIC 9(01) VALUE ZERO.
       77  WS-SEM-LUGAR                      PIC X VALUE 'N'.
           88 SEM-LUGAR-OK                   VALUE 'S' FALSE 'N'.
       77  WS-LIMITE                         PIC X VALUE 'N'.
           88 LIMITE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-QTD-COLOCADAS                  PIC 9(04) VALUE ZERO.
       77  WS-QTD-SOBRAS                     PIC 9(04) VALUE ZERO.
       77  WS-QTD-PREVISTAS                  PIC 9(04) VALUE ZERO.

      * Cabecalho da proposta lida do HORPROP.
       77  WS-PROP-CARREGADA                 PIC X VALUE 'N'.
           88 PROP-CARREGADA-OK              VALUE 'S' FALSE 'N'.
       77  WS-ANO-PROP                       PIC 9(04) VALUE ZERO.
       77  WS-UNID-PROP                      PIC X(04) VALUE SPACE.
       77  WS-DT-PROP                        PIC 9(08) VALUE ZERO.
       77  WS-OPERADOR-PROP                  PIC X(20) VALUE SPACE.
       77  WS-SITUACAO-PROP                  PIC X(01) VALUE SPACE.
           88 PROP-APLICADA                  VALUE 'A'.

      * Aplicacao da proposta.
       01  WS-REG-HOR-ANTES                  PIC X(18) VALUE SPACE.
       77  WS-QTD-EXCLUIDAS                  PIC 9(04) VALUE ZERO.
       77  WS-QTD-GRAVADAS                   PIC 9(04) VALUE ZERO.
       77  WS-QTD-SALAS                      PIC 9(04) VALUE ZERO.

       77  WS-COL                            PIC 9(03) VALUE ZERO.
       77  WS-QTD-ED                         PIC ZZZ9.
       77  WS-QTD-ED2                        PIC ZZZ9.
       77  WS-QTD-ED3                        PIC ZZZ9.

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
           DISPLAY 'GERACAO DO QUADRO DE HORARIOS'
           DISPLAY '***************************************************'

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-DISPONIB FROM ENVIRONMENT 'DISPONIB_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISPONIB.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISPONIB
           END-ACCEPT

           ACCEPT WS-CAMINHO-AULASEM FROM ENVIRONMENT 'AULASEM_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AULASEM.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-AULASEM
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORPROP FROM ENVIRONMENT 'HORPROP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORPROP.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORPROP
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ENSALA FROM ENVIRONMENT 'ENSALA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ENSALA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ENSALA
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
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

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P060-ABRE-SPOOL.

      * Spool datado + indice de reimpressao, no mesmo padrao das
      * listagens do PROGLIST.
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

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|   1 - Disponibilidade do Professor              |'
           DISPLAY '|   2 - Consultar Disponibilidade                 |'
           DISPLAY '|   3 - Aulas Semanais da Serie                   |'
           DISPLAY '|   4 - Gerar Proposta de Quadro                  |'
           DISPLAY '|   5 - Revisar Proposta                          |'
           DISPLAY '|   6 - Aplicar Proposta ao Quadro de Horarios    |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-DISPONIBILIDADE THRU P200-FIM
              WHEN '2'
                 PERFORM P250-CONSULTA-DISPONIB THRU P250-FIM
              WHEN '3'
                 PERFORM P300-AULAS-SERIE THRU P300-FIM
              WHEN '4'
                 PERFORM P400-GERA-PROPOSTA THRU P400-FIM
              WHEN '5'
                 PERFORM P500-REVISA-PROPOSTA THRU P500-FIM
              WHEN '6'
                 PERFORM P600-APLICA-PROPOSTA THRU P600-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-DISPONIBILIDADE.

      * Tempos do professor num dia/turno do ano: S disponivel na
      * unidade, N indisponivel, espaco mantem o que estava. O
      * operador restrito a uma unidade so marca e desmarca os
      * tempos da propria unidade.
           PERFORM P205-PROFESSOR THRU P205-FIM
           IF WS-PROF-IN EQUAL ZERO
              GO TO P200-FIM
           END-IF

           PERFORM P210-ANO-LETIVO THRU P210-FIM

           DISPLAY 'Dia da semana (1 a 6): '
           MOVE ZERO TO WS-DIA-IN
           ACCEPT WS-DIA-IN
           IF WS-DIA-IN NOT NUMERIC OR WS-DIA-IN < 1 OR
              WS-DIA-IN > 6
              DISPLAY 'DIA INVALIDO. Informe de 1 a 6.'
              GO TO P200-FIM
           END-IF

           DISPLAY 'Turno (M = manha, T = tarde, N = noite): '
           MOVE SPACE TO WS-TURNO-IN
           ACCEPT WS-TURNO-IN
           INSPECT WS-TURNO-IN CONVERTING 'mtn' TO 'MTN'
           IF WS-TURNO-IN NOT EQUAL 'M' AND 'T' AND 'N'
              DISPLAY 'TURNO INVALIDO.'
              GO TO P200-FIM
           END-IF

           IF LK-UNIDADE NOT EQUAL SPACE
              MOVE LK-UNIDADE TO WS-UNIDADE-IN
           ELSE
              DISPLAY 'Unidade em que o professor atende (<ENTER> = '
                      'qualquer unidade): '
              MOVE SPACE TO WS-UNIDADE-IN
              ACCEPT WS-UNIDADE-IN
              IF WS-UNIDADE-IN EQUAL SPACE
                 MOVE '****' TO WS-UNIDADE-IN
              END-IF
           END-IF

           SET FS-DSP-OK TO TRUE
           OPEN I-O DISPONIB

           IF WS-FS-DSP EQUAL 35
              OPEN OUTPUT DISPONIB
              CLOSE DISPONIB
              OPEN I-O DISPONIB
           END-IF

           IF NOT FS-DSP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPONIBILIDADE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DSP
              GO TO P200-FIM
           END-IF

           MOVE WS-PROF-IN  TO ID-PROFESSOR-DSP
           MOVE WS-ANO-IN   TO ANO-DSP
           MOVE WS-DIA-IN   TO DIA-SEMANA-DSP
           MOVE WS-TURNO-IN TO TURNO-DSP
           SET EXISTE-OK TO FALSE
           MOVE SPACE TO WS-REG-DSP-ANTES
           READ DISPONIB
              KEY IS CHAVE-DISPONIB
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
                    MOVE REG-DISPONIB TO WS-REG-DSP-ANTES
           END-READ

           IF NOT EXISTE-OK
              MOVE SPACE       TO REG-DISPONIB
              MOVE WS-PROF-IN  TO ID-PROFESSOR-DSP
              MOVE WS-ANO-IN   TO ANO-DSP
              MOVE WS-DIA-IN   TO DIA-SEMANA-DSP
              MOVE WS-TURNO-IN TO TURNO-DSP
           END-IF

           DISPLAY 'Situacao atual (unidade por tempo; **** = '
                   'qualquer; branco = indisponivel):'
           PERFORM P215-MOSTRA-TEMPOS THRU P215-FIM

           DISPLAY 'Tempos 1 a 10 (S = disponivel na unidade '
                   WS-UNIDADE-IN ', N = indisponivel, espaco = '
                   'mantem), ex.: SSSSSNNNNN'
           MOVE SPACE TO WS-MASCARA
           ACCEPT WS-MASCARA
           INSPECT WS-MASCARA CONVERTING 'sn' TO 'SN'
           IF WS-MASCARA EQUAL SPACE
              DISPLAY 'NENHUM TEMPO ALTERADO.'
              CLOSE DISPONIB
              GO TO P200-FIM
           END-IF

           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > 10
              EVALUATE WS-MASCARA(WS-TEMPO-IDX:1)
                 WHEN 'S'
                    MOVE WS-UNIDADE-IN
                       TO UNID-TEMPO-DSP(WS-TEMPO-IDX)
                 WHEN 'N'
                    IF LK-UNIDADE EQUAL SPACE OR
                       UNID-TEMPO-DSP(WS-TEMPO-IDX) EQUAL
                       WS-UNIDADE-IN
                       MOVE SPACE TO UNID-TEMPO-DSP(WS-TEMPO-IDX)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO DT-DSP
           MOVE LK-OPERADOR  TO OPERADOR-DSP

           IF EXISTE-OK
              REWRITE REG-DISPONIB
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-DISPONIB
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-DSP-OK
              DISPLAY 'ERRO AO GRAVAR A DISPONIBILIDADE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DSP
              CLOSE DISPONIB
              GO TO P200-FIM
           END-IF

           DISPLAY 'DISPONIBILIDADE GRAVADA:'
           PERFORM P215-MOSTRA-TEMPOS THRU P215-FIM
           CLOSE DISPONIB

           MOVE 'DISPONIB'           TO AUD-ARQUIVO
           MOVE CHAVE-DISPONIB(1:10) TO AUD-CHAVE
           MOVE WS-REG-DSP-ANTES     TO AUD-VALOR-ANTES
           MOVE REG-DISPONIB         TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P205-PROFESSOR.

           DISPLAY 'Informe o ID do professor: '
           MOVE ZERO TO WS-PROF-IN
           ACCEPT WS-PROF-IN
           IF WS-PROF-IN NOT NUMERIC OR WS-PROF-IN EQUAL ZERO
              DISPLAY 'ID DE PROFESSOR INVALIDO.'
              MOVE ZERO TO WS-PROF-IN
              GO TO P205-FIM
           END-IF

           SET FS-PRF-OK TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-PRF-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PRF
              MOVE ZERO TO WS-PROF-IN
              GO TO P205-FIM
           END-IF

           MOVE WS-PROF-IN TO ID-PROFESSOR
           READ PROFESSORES
              KEY IS ID-PROFESSOR
                 INVALID KEY
                    DISPLAY 'PROFESSOR NAO CADASTRADO.'
                    MOVE ZERO TO WS-PROF-IN
                 NOT INVALID KEY
                    DISPLAY 'Professor: ' NM-PROFESSOR
           END-READ
           CLOSE PROFESSORES
           .
       P205-FIM.

       P210-ANO-LETIVO.

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-IN
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-IN '): '
           ACCEPT WS-ANO-IN
           IF WS-ANO-IN NOT NUMERIC OR WS-ANO-IN EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-IN
           END-IF
           .
       P210-FIM.

       P215-MOSTRA-TEMPOS.

           MOVE SPACE TO WS-LINHA-TELA
           MOVE 'TEMPO' TO WS-LINHA-TELA(1:5)
           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > 10
              COMPUTE WS-COL = 8 + (WS-TEMPO-IDX - 1) * 5
              MOVE WS-TEMPO-IDX TO WS-LINHA-TELA(WS-COL + 1:2)
           END-PERFORM
           DISPLAY WS-LINHA-TELA

           MOVE SPACE TO WS-LINHA-TELA
           MOVE 'UNID.' TO WS-LINHA-TELA(1:5)
           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > 10
              COMPUTE WS-COL = 8 + (WS-TEMPO-IDX - 1) * 5
              IF UNID-TEMPO-DSP(WS-TEMPO-IDX) EQUAL SPACE
                 MOVE ' -- ' TO WS-LINHA-TELA(WS-COL:4)
              ELSE
                 MOVE UNID-TEMPO-DSP(WS-TEMPO-IDX)
                    TO WS-LINHA-TELA(WS-COL:4)
              END-IF
           END-PERFORM
           DISPLAY WS-LINHA-TELA
           .
       P215-FIM.

       P250-CONSULTA-DISPONIB.

           PERFORM P205-PROFESSOR THRU P205-FIM
           IF WS-PROF-IN EQUAL ZERO
              GO TO P250-FIM
           END-IF

           PERFORM P210-ANO-LETIVO THRU P210-FIM

           SET FS-DSP-OK TO TRUE
           OPEN INPUT DISPONIB
           IF WS-FS-DSP EQUAL 35
              DISPLAY 'NENHUMA DISPONIBILIDADE CADASTRADA.'
              GO TO P250-FIM
           END-IF
           IF NOT FS-DSP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPONIBILIDADE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DSP
              GO TO P250-FIM
           END-IF

           MOVE WS-PROF-IN TO ID-PROFESSOR-DSP
           MOVE WS-ANO-IN  TO ANO-DSP
           MOVE ZERO       TO DIA-SEMANA-DSP
           MOVE SPACE      TO TURNO-DSP
           SET EOF-OK TO FALSE
           START DISPONIB KEY IS NOT LESS THAN CHAVE-DISPONIB
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           SET ACHADO-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DISPONIB NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-PROFESSOR-DSP NOT EQUAL WS-PROF-IN OR
                       ANO-DSP NOT EQUAL WS-ANO-IN
                       SET EOF-OK TO TRUE
                    ELSE
                       SET ACHADO-OK TO TRUE
                       IF DIA-SEMANA-DSP > ZERO AND
                          DIA-SEMANA-DSP < 7
                          DISPLAY ' '
                          DISPLAY WS-NOME-DIA(DIA-SEMANA-DSP)
                                  ' - TURNO ' TURNO-DSP
                                  ' (ATUALIZADO EM ' DT-DSP ')'
                          PERFORM P215-MOSTRA-TEMPOS THRU P215-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DISPONIB

           IF NOT ACHADO-OK
              DISPLAY 'PROFESSOR SEM DISPONIBILIDADE CADASTRADA NO '
                      'ANO (NA GERACAO DO QUADRO E TRATADO COMO '
                      'DISPONIVEL EM TODOS OS TEMPOS).'
           END-IF
           .
       P250-FIM.

       P300-AULAS-SERIE.

      * Aulas semanais de cada disciplina da grade da serie.
           DISPLAY 'Informe o ID da serie: '
           MOVE ZERO TO WS-SERIE-IN
           ACCEPT WS-SERIE-IN
           IF WS-SERIE-IN NOT NUMERIC OR WS-SERIE-IN EQUAL ZERO
              DISPLAY 'ID DE SERIE INVALIDO.'
              GO TO P300-FIM
           END-IF

           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-SER-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SER
              GO TO P300-FIM
           END-IF
           MOVE WS-SERIE-IN TO ID-SERIE
           READ SERIES
              KEY IS ID-SERIE
                 INVALID KEY
                    DISPLAY 'SERIE NAO CADASTRADA.'
                    CLOSE SERIES
                    GO TO P300-FIM
           END-READ
           DISPLAY 'Serie: ' DS-SERIE
           MOVE QTD-GRADE-SERIE TO WS-QTD-GRADE
           MOVE GRADE-SERIE     TO WS-GRADE
           CLOSE SERIES

           IF WS-QTD-GRADE EQUAL ZERO OR WS-QTD-GRADE > 12
              DISPLAY 'SERIE SEM GRADE DE DISCIPLINAS.'
              GO TO P300-FIM
           END-IF

           SET FS-ASM-OK TO TRUE
           OPEN I-O AULASEM

           IF WS-FS-ASM EQUAL 35
              OPEN OUTPUT AULASEM
              CLOSE AULASEM
              OPEN I-O AULASEM
           END-IF

           IF NOT FS-ASM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AULAS SEMANAIS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ASM
              GO TO P300-FIM
           END-IF

           DISPLAY '(<ENTER> mantem o valor atual; 0 retira a '
                   'disciplina da geracao do quadro)'
           PERFORM P310-AULAS-DISCIPLINA THRU P310-FIM
              VARYING WS-GRADE-IDX FROM 1 BY 1
              UNTIL WS-GRADE-IDX > WS-QTD-GRADE

           CLOSE AULASEM
           .
       P300-FIM.

       P310-AULAS-DISCIPLINA.

           IF WS-GRADE-DISC(WS-GRADE-IDX) EQUAL ZERO
              GO TO P310-FIM
           END-IF

           MOVE WS-SERIE-IN TO ID-SERIE-ASM
           MOVE WS-GRADE-DISC(WS-GRADE-IDX) TO ID-DISCIPLINA-ASM
           SET EXISTE-OK TO FALSE
           MOVE SPACE TO WS-REG-ASM-ANTES
           READ AULASEM
              KEY IS CHAVE-AULASEM
                 INVALID KEY
                    MOVE ZERO TO AULAS-SEM-ASM
                 NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
                    MOVE REG-AULASEM TO WS-REG-ASM-ANTES
           END-READ

           DISPLAY 'Disciplina ' WS-GRADE-DISC(WS-GRADE-IDX)
                   ' - aulas por semana (atual ' AULAS-SEM-ASM '): '
           MOVE SPACE TO WS-AULAS-X
           ACCEPT WS-AULAS-X
           IF WS-AULAS-X EQUAL SPACE
              GO TO P310-FIM
           END-IF
           IF WS-AULAS-X(2:1) EQUAL SPACE
              MOVE WS-AULAS-X(1:1) TO WS-AULAS-X(2:1)
              MOVE '0' TO WS-AULAS-X(1:1)
           END-IF
           IF WS-AULAS-N NOT NUMERIC OR WS-AULAS-N > 20
              DISPLAY 'QUANTIDADE INVALIDA. VALOR MANTIDO.'
              GO TO P310-FIM
           END-IF
           IF EXISTE-OK AND WS-AULAS-N EQUAL AULAS-SEM-ASM
              GO TO P310-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-SERIE-IN TO ID-SERIE-ASM
           MOVE WS-GRADE-DISC(WS-GRADE-IDX) TO ID-DISCIPLINA-ASM
           MOVE WS-AULAS-N   TO AULAS-SEM-ASM
           MOVE WS-DATA-HOJE TO DT-ASM
           MOVE LK-OPERADOR  TO OPERADOR-ASM

           IF EXISTE-OK
              REWRITE REG-AULASEM
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-AULASEM
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-ASM-OK
              DISPLAY 'ERRO AO GRAVAR AS AULAS SEMANAIS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ASM
              GO TO P310-FIM
           END-IF

           MOVE 'AULASEM'        TO AUD-ARQUIVO
           MOVE CHAVE-AULASEM    TO AUD-CHAVE
           MOVE WS-REG-ASM-ANTES TO AUD-VALOR-ANTES
           MOVE REG-AULASEM      TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P310-FIM.

       P400-GERA-PROPOSTA.

      * Monta a proposta da unidade no ano: carrega turmas, demandas
      * (OFERTA x aulas semanais da serie) e a situacao de cada
      * professor, coloca primeiro as demandas com menos tempos
      * livres e grava tudo no HORPROP para a revisao.
           IF LK-UNIDADE NOT EQUAL SPACE
              MOVE LK-UNIDADE TO WS-UNIDADE-IN
           ELSE
              DISPLAY 'Unidade das turmas: '
              MOVE SPACE TO WS-UNIDADE-IN
              ACCEPT WS-UNIDADE-IN
           END-IF

           PERFORM P210-ANO-LETIVO THRU P210-FIM

           DISPLAY 'Maximo de aulas da mesma disciplina por dia '
                   '(<ENTER> = 2): '
           MOVE ZERO TO WS-MAX-DIA
           ACCEPT WS-MAX-DIA
           IF WS-MAX-DIA NOT NUMERIC OR WS-MAX-DIA EQUAL ZERO
              MOVE 2 TO WS-MAX-DIA
           END-IF

           DISPLAY 'Dias letivos na semana (5 = segunda a sexta, '
                   '6 = ate sabado; <ENTER> = 5): '
           MOVE ZERO TO WS-QTD-DIAS
           ACCEPT WS-QTD-DIAS
           IF WS-QTD-DIAS NOT EQUAL 6
              MOVE 5 TO WS-QTD-DIAS
           END-IF

           PERFORM VARYING WS-TN-IDX FROM 1 BY 1 UNTIL WS-TN-IDX > 3
              DISPLAY 'Tempos de aula do turno '
                      WS-NOME-TURNO(WS-TN-IDX) ' (<ENTER> = '
                      WS-TEMPOS-DEF(WS-TN-IDX) '): '
              MOVE ZERO TO WS-TEMPOS-IN
              ACCEPT WS-TEMPOS-IN
              IF WS-TEMPOS-IN NOT NUMERIC OR WS-TEMPOS-IN EQUAL ZERO
                 MOVE WS-TEMPOS-DEF(WS-TN-IDX) TO WS-TEMPOS-IN
              END-IF
              IF WS-TEMPOS-IN > 10
                 MOVE 10 TO WS-TEMPOS-IN
              END-IF
              MOVE WS-TEMPOS-IN TO WS-TEMPOS-TURNO(WS-TN-IDX)
           END-PERFORM

           PERFORM P410-CARREGA-TURMAS THRU P410-FIM
           IF WS-TQ-QTD EQUAL ZERO
              DISPLAY 'NENHUMA TURMA DA UNIDADE ' WS-UNIDADE-IN
                      ' NO ANO ' WS-ANO-IN '.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'A PROPOSTA ANTERIOR (SE HOUVER) SERA SUBSTITUIDA.'
           DISPLAY 'TECLE: <S> para gerar a proposta de ' WS-TQ-QTD
                   ' turma(s) ou <QUALQUER TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PROPOSTA NAO GERADA.'
              GO TO P400-FIM
           END-IF

           PERFORM P420-CARREGA-DEMANDAS THRU P420-FIM
           PERFORM P430-CARREGA-DISPONIB THRU P430-FIM
           PERFORM P435-MARCA-OCUPACAO THRU P435-FIM

           PERFORM P440-CONTA-LIVRES THRU P440-FIM
              VARYING WS-DM-IDX FROM 1 BY 1
              UNTIL WS-DM-IDX > WS-DM-QTD
           PERFORM P445-ORDENA THRU P445-FIM

           MOVE ZERO TO WS-QTD-COLOCADAS
           PERFORM P450-COLOCA-DEMANDA THRU P450-FIM
              VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-DM-QTD

           PERFORM P460-GRAVA-PROPOSTA THRU P460-FIM
           PERFORM P470-RELATORIO THRU P470-FIM
           .
       P400-FIM.

       P410-CARREGA-TURMAS.

           INITIALIZE WS-TAB-TURMAS
           MOVE ZERO TO WS-TQ-QTD

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TUR
              GO TO P410-FIM
           END-IF

           MOVE 'N' TO WS-MAT-ABERTO
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF FS-MAT-OK
              MOVE 'S' TO WS-MAT-ABERTO
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ TURMAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-TURMA EQUAL WS-ANO-IN AND
                       UNID-TURMA EQUAL WS-UNIDADE-IN
                       IF WS-TQ-QTD < 40
                          ADD 1 TO WS-TQ-QTD
                          PERFORM P415-GUARDA-TURMA THRU P415-FIM
                       ELSE
                          DISPLAY 'AVISO: LIMITE DE 40 TURMAS. A '
                                  'TURMA ' ID-TURMA ' FICA FORA DA '
                                  'PROPOSTA.'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TURMAS
           IF MAT-ABERTO-OK
              CLOSE MATRICULA
           END-IF
           .
       P410-FIM.

       P415-GUARDA-TURMA.

      * A serie da turma vem das matriculas regulares do ano (a
      * TURMAS nao guarda a serie).
           MOVE ID-TURMA TO WS-TQ-ID(WS-TQ-QTD)
           EVALUATE TRUE
              WHEN TURNO-TARDE
                 MOVE 2 TO WS-TQ-TURNO(WS-TQ-QTD)
              WHEN TURNO-NOITE
                 MOVE 3 TO WS-TQ-TURNO(WS-TQ-QTD)
              WHEN OTHER
                 MOVE 1 TO WS-TQ-TURNO(WS-TQ-QTD)
           END-EVALUATE
           MOVE WS-TEMPOS-TURNO(WS-TQ-TURNO(WS-TQ-QTD))
              TO WS-TQ-TEMPOS(WS-TQ-QTD)
           MOVE ZERO TO WS-TQ-SERIE(WS-TQ-QTD)

           IF NOT MAT-ABERTO-OK
              GO TO P415-FIM
           END-IF

           MOVE ID-TURMA  TO TURMA-MATRICULA
           MOVE WS-ANO-IN TO ANO-MATRICULA
           SET EOF-AUX-OK TO FALSE
           START MATRICULA KEY IS EQUAL CHAVE-TURMA-MAT
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL ID-TURMA OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-IN
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF NOT MATRICULA-DEPENDENCIA AND
                          ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT
                             TO WS-TQ-SERIE(WS-TQ-QTD)
                          SET EOF-AUX-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P415-FIM.

       P420-CARREGA-DEMANDAS.

           INITIALIZE WS-TAB-DEMANDAS
           INITIALIZE WS-TAB-PROFESSORES
           MOVE ZERO TO WS-DM-QTD
           MOVE ZERO TO WS-PF-QTD
           MOVE ZERO TO WS-SB-QTD

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF NOT FS-OFR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OFERTA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-OFR
              GO TO P420-FIM
           END-IF

           MOVE 'N' TO WS-ASM-ABERTO
           SET FS-ASM-OK TO TRUE
           OPEN INPUT AULASEM
           IF FS-ASM-OK
              MOVE 'S' TO WS-ASM-ABERTO
           ELSE
              DISPLAY 'AVISO: AULAS SEMANAIS DAS SERIES NAO '
                      'CADASTRADAS.'
           END-IF

           MOVE 'N' TO WS-SER-ABERTO
           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES
           IF FS-SER-OK
              MOVE 'S' TO WS-SER-ABERTO
           END-IF

           PERFORM P422-DEMANDAS-TURMA THRU P422-FIM
              VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD

           CLOSE OFERTA
           IF ASM-ABERTO-OK
              CLOSE AULASEM
           END-IF
           IF SER-ABERTO-OK
              CLOSE SERIES
           END-IF
           .
       P420-FIM.

       P422-DEMANDAS-TURMA.

           MOVE WS-TQ-ID(WS-TQ-IDX) TO WS-SOBRA-TURMA
           MOVE ZERO TO WS-SOBRA-DISC
           MOVE ZERO TO WS-SOBRA-PROF
           MOVE ZERO TO WS-SOBRA-QTD

           IF WS-TQ-SERIE(WS-TQ-IDX) EQUAL ZERO
              MOVE 'TURMA SEM SERIE NA MATRICULA' TO WS-SOBRA-MOTIVO
              PERFORM P480-GUARDA-SOBRA THRU P480-FIM
              GO TO P422-FIM
           END-IF

           MOVE ZERO TO WS-QTD-GRADE
           IF SER-ABERTO-OK
              MOVE WS-TQ-SERIE(WS-TQ-IDX) TO ID-SERIE
              READ SERIES
                 KEY IS ID-SERIE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE QTD-GRADE-SERIE TO WS-QTD-GRADE
                       MOVE GRADE-SERIE     TO WS-GRADE
              END-READ
           END-IF
           IF WS-QTD-GRADE > 12
              MOVE 12 TO WS-QTD-GRADE
           END-IF

           MOVE ZERO TO WS-OD-QTD
           MOVE WS-ANO-IN           TO ANO-OFERTA
           MOVE WS-TQ-ID(WS-TQ-IDX) TO ID-TURMA-OFR
           MOVE ZERO                TO ID-DISCIPLINA-OFR
           SET EOF-AUX-OK TO FALSE
           START OFERTA KEY IS GREATER THAN OR EQUAL CHAVE-OFERTA
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ OFERTA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ANO-OFERTA NOT EQUAL WS-ANO-IN OR
                       ID-TURMA-OFR NOT EQUAL WS-TQ-ID(WS-TQ-IDX)
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       PERFORM P425-GUARDA-DEMANDA THRU P425-FIM
                    END-IF
              END-READ
           END-PERFORM

      * Disciplina da grade da serie sem oferta na turma.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
              UNTIL WS-GRADE-IDX > WS-QTD-GRADE
              IF WS-GRADE-DISC(WS-GRADE-IDX) NOT EQUAL ZERO
                 SET ACHADO-OK TO FALSE
                 PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                    UNTIL WS-OD-IDX > WS-OD-QTD
                    IF WS-OD-DISC(WS-OD-IDX) EQUAL
                       WS-GRADE-DISC(WS-GRADE-IDX)
                       SET ACHADO-OK TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT ACHADO-OK
                    MOVE WS-TQ-ID(WS-TQ-IDX) TO WS-SOBRA-TURMA
                    MOVE WS-GRADE-DISC(WS-GRADE-IDX)
                       TO WS-SOBRA-DISC
                    MOVE ZERO TO WS-SOBRA-PROF
                    MOVE ZERO TO WS-SOBRA-QTD
                    MOVE 'DISCIPLINA DA GRADE SEM OFERTA'
                       TO WS-SOBRA-MOTIVO
                    PERFORM P480-GUARDA-SOBRA THRU P480-FIM
                 END-IF
              END-IF
           END-PERFORM
           .
       P422-FIM.

       P425-GUARDA-DEMANDA.

           IF WS-OD-QTD < 30
              ADD 1 TO WS-OD-QTD
              MOVE ID-DISCIPLINA-OFR TO WS-OD-DISC(WS-OD-QTD)
           END-IF

           MOVE WS-TQ-ID(WS-TQ-IDX) TO WS-SOBRA-TURMA
           MOVE ID-DISCIPLINA-OFR   TO WS-SOBRA-DISC
           MOVE ID-PROFESSOR-OFR    TO WS-SOBRA-PROF
           MOVE ZERO                TO WS-SOBRA-QTD

           MOVE ZERO TO AULAS-SEM-ASM
           IF ASM-ABERTO-OK
              MOVE WS-TQ-SERIE(WS-TQ-IDX) TO ID-SERIE-ASM
              MOVE ID-DISCIPLINA-OFR      TO ID-DISCIPLINA-ASM
              READ AULASEM
                 KEY IS CHAVE-AULASEM
                    INVALID KEY
                       MOVE ZERO TO AULAS-SEM-ASM
              END-READ
           END-IF

           IF AULAS-SEM-ASM EQUAL ZERO
              MOVE 'SEM AULAS SEMANAIS NA SERIE' TO WS-SOBRA-MOTIVO
              PERFORM P480-GUARDA-SOBRA THRU P480-FIM
              GO TO P425-FIM
           END-IF

           MOVE AULAS-SEM-ASM TO WS-SOBRA-QTD
           IF ID-PROFESSOR-OFR EQUAL ZERO
              MOVE 'OFERTA SEM PROFESSOR' TO WS-SOBRA-MOTIVO
              PERFORM P480-GUARDA-SOBRA THRU P480-FIM
              GO TO P425-FIM
           END-IF

           IF WS-DM-QTD NOT LESS THAN 400
              MOVE 'LIMITE DE 400 DEMANDAS' TO WS-SOBRA-MOTIVO
              PERFORM P480-GUARDA-SOBRA THRU P480-FIM
              GO TO P425-FIM
           END-IF

           MOVE ID-PROFESSOR-OFR TO WS-PF-BUSCA
           PERFORM P427-INDICE-PROFESSOR THRU P427-FIM
           IF WS-PF-ACHADO EQUAL ZERO
              IF WS-PF-QTD NOT LESS THAN 150
                 MOVE 'LIMITE DE 150 PROFESSORES' TO WS-SOBRA-MOTIVO
                 PERFORM P480-GUARDA-SOBRA THRU P480-FIM
                 GO TO P425-FIM
              END-IF
              ADD 1 TO WS-PF-QTD
              MOVE ID-PROFESSOR-OFR TO WS-PF-ID(WS-PF-QTD)
              MOVE WS-PF-QTD TO WS-PF-ACHADO
           END-IF

           ADD 1 TO WS-DM-QTD
           MOVE WS-TQ-IDX         TO WS-DM-TQ(WS-DM-QTD)
           MOVE ID-DISCIPLINA-OFR TO WS-DM-DISC(WS-DM-QTD)
           MOVE WS-PF-ACHADO      TO WS-DM-PF(WS-DM-QTD)
           MOVE AULAS-SEM-ASM     TO WS-DM-AULAS(WS-DM-QTD)
           MOVE ZERO              TO WS-DM-COLOCADAS(WS-DM-QTD)
           .
       P425-FIM.

       P427-INDICE-PROFESSOR.

           MOVE ZERO TO WS-PF-ACHADO
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-QTD OR WS-PF-ACHADO > ZERO
              IF WS-PF-ID(WS-PF-IDX) EQUAL WS-PF-BUSCA
                 MOVE WS-PF-IDX TO WS-PF-ACHADO
              END-IF
           END-PERFORM
           .
       P427-FIM.

       P430-CARREGA-DISPONIB.

      * Sem registro no ano o professor fica disponivel em todos os
      * tempos (com aviso); com registro, so nos tempos marcados
      * para a unidade ou para qualquer unidade.
           MOVE ZERO TO WS-QTD-SEM-DSP
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-QTD
              MOVE ALL 'D' TO WS-PF-GRADE(WS-PF-IDX)
              MOVE 'N' TO WS-PF-COM-DSP(WS-PF-IDX)
           END-PERFORM

           SET FS-DSP-OK TO TRUE
           OPEN INPUT DISPONIB
           IF NOT FS-DSP-OK
              MOVE WS-PF-QTD TO WS-QTD-SEM-DSP
              GO TO P430-FIM
           END-IF

           PERFORM P432-DISPONIB-PROFESSOR THRU P432-FIM
              VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-QTD

           CLOSE DISPONIB
           .
       P430-FIM.

       P432-DISPONIB-PROFESSOR.

           MOVE WS-PF-ID(WS-PF-IDX) TO ID-PROFESSOR-DSP
           MOVE WS-ANO-IN           TO ANO-DSP
           MOVE ZERO                TO DIA-SEMANA-DSP
           MOVE SPACE               TO TURNO-DSP
           SET EOF-AUX-OK TO FALSE
           START DISPONIB KEY IS NOT LESS THAN CHAVE-DISPONIB
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ DISPONIB NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-PROFESSOR-DSP NOT EQUAL WS-PF-ID(WS-PF-IDX)
                       OR ANO-DSP NOT EQUAL WS-ANO-IN
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF WS-PF-COM-DSP(WS-PF-IDX) NOT EQUAL 'S'
                          MOVE ALL 'X' TO WS-PF-GRADE(WS-PF-IDX)
                          MOVE 'S' TO WS-PF-COM-DSP(WS-PF-IDX)
                       END-IF
                       PERFORM P434-MARCA-DISPONIB THRU P434-FIM
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PF-COM-DSP(WS-PF-IDX) NOT EQUAL 'S'
              ADD 1 TO WS-QTD-SEM-DSP
           END-IF
           .
       P432-FIM.

       P434-MARCA-DISPONIB.

           IF DIA-SEMANA-DSP < 1 OR DIA-SEMANA-DSP > 6
              GO TO P434-FIM
           END-IF
           EVALUATE TURNO-DSP
              WHEN 'M'
                 MOVE 1 TO WS-TN-IDX
              WHEN 'T'
                 MOVE 2 TO WS-TN-IDX
              WHEN 'N'
                 MOVE 3 TO WS-TN-IDX
              WHEN OTHER
                 GO TO P434-FIM
           END-EVALUATE

           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > 10
              IF UNID-TEMPO-DSP(WS-TEMPO-IDX) EQUAL '****' OR
                 (UNID-TEMPO-DSP(WS-TEMPO-IDX) NOT EQUAL SPACE AND
                  (WS-UNIDADE-IN EQUAL SPACE OR
                   UNID-TEMPO-DSP(WS-TEMPO-IDX) EQUAL WS-UNIDADE-IN))
                 MOVE 'D' TO WS-PF-SLOT(WS-PF-IDX, DIA-SEMANA-DSP,
                                        WS-TN-IDX, WS-TEMPO-IDX)
              END-IF
           END-PERFORM
           .
       P434-FIM.

       P435-MARCA-OCUPACAO.

      * Aulas ja marcadas no HORARIOS para turmas do mesmo ano fora
      * da proposta (outras unidades ou unidades sem geracao) ocupam
      * o professor no dia/turno/tempo.
           MOVE ZERO TO WS-QTD-OCUPADAS
           IF WS-PF-QTD EQUAL ZERO
              GO TO P435-FIM
           END-IF

           SET FS-HOR-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
              GO TO P435-FIM
           END-IF

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
              CLOSE HORARIOS
              GO TO P435-FIM
           END-IF

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P437-OCUPA-PROFESSOR THRU P437-FIM
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           CLOSE TURMAS
           CLOSE OFERTA
           .
       P435-FIM.

       P437-OCUPA-PROFESSOR.

           IF DIA-SEMANA-HOR < 1 OR DIA-SEMANA-HOR > 6 OR
              TEMPO-HOR < 1 OR TEMPO-HOR > 10
              GO TO P437-FIM
           END-IF

           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD
              IF WS-TQ-ID(WS-TQ-IDX) EQUAL ID-TURMA-HOR
                 GO TO P437-FIM
              END-IF
           END-PERFORM

           MOVE ID-TURMA-HOR TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    GO TO P437-FIM
           END-READ
           IF ANO-TURMA NOT EQUAL WS-ANO-IN
              GO TO P437-FIM
           END-IF

           MOVE ID-PROFESSOR-HOR TO WS-PF-BUSCA
           IF WS-PF-BUSCA NOT NUMERIC OR WS-PF-BUSCA EQUAL ZERO
              MOVE ZERO              TO WS-PF-BUSCA
              MOVE WS-ANO-IN         TO ANO-OFERTA
              MOVE ID-TURMA-HOR      TO ID-TURMA-OFR
              MOVE ID-DISCIPLINA-HOR TO ID-DISCIPLINA-OFR
              READ OFERTA
                 KEY IS CHAVE-OFERTA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ID-PROFESSOR-OFR TO WS-PF-BUSCA
              END-READ
           END-IF
           IF WS-PF-BUSCA EQUAL ZERO
              GO TO P437-FIM
           END-IF

           PERFORM P427-INDICE-PROFESSOR THRU P427-FIM
           IF WS-PF-ACHADO EQUAL ZERO
              GO TO P437-FIM
           END-IF

           EVALUATE TRUE
              WHEN TURNO-TARDE
                 MOVE 2 TO WS-TN-IDX
              WHEN TURNO-NOITE
                 MOVE 3 TO WS-TN-IDX
              WHEN OTHER
                 MOVE 1 TO WS-TN-IDX
           END-EVALUATE

           MOVE 'O' TO WS-PF-SLOT(WS-PF-ACHADO, DIA-SEMANA-HOR,
                                  WS-TN-IDX, TEMPO-HOR)
           ADD 1 TO WS-QTD-OCUPADAS
           .
       P437-FIM.

       P440-CONTA-LIVRES.

      * Tempos em que o professor da demanda pode dar aula no turno
      * da turma; quem tem menos opcoes e colocado primeiro.
           MOVE WS-DM-TQ(WS-DM-IDX)    TO WS-TQ-IDX
           MOVE WS-TQ-TURNO(WS-TQ-IDX) TO WS-TN-IDX
           MOVE WS-DM-PF(WS-DM-IDX)    TO WS-PF-IDX
           MOVE ZERO TO WS-DM-LIVRES(WS-DM-IDX)
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-QTD-DIAS
              PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                 UNTIL WS-TEMPO-IDX > WS-TQ-TEMPOS(WS-TQ-IDX)
                 IF WS-PF-SLOT(WS-PF-IDX, WS-DIA-IDX, WS-TN-IDX,
                               WS-TEMPO-IDX) EQUAL 'D'
                    ADD 1 TO WS-DM-LIVRES(WS-DM-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       P440-FIM.

       P445-ORDENA.

      * Ordem de colocacao: menos tempos livres primeiro; no empate,
      * mais aulas na semana primeiro.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-DM-QTD
              MOVE WS-ORD-IDX TO WS-ORD(WS-ORD-IDX)
           END-PERFORM

           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX NOT LESS THAN WS-DM-QTD
              MOVE WS-ORD-IDX TO WS-ORD-MIN
              COMPUTE WS-ORD-AUX = WS-ORD-IDX + 1
              PERFORM VARYING WS-ORD-AUX FROM WS-ORD-AUX BY 1
                 UNTIL WS-ORD-AUX > WS-DM-QTD
                 MOVE WS-ORD(WS-ORD-AUX) TO WS-DM-IDX
                 MOVE WS-ORD(WS-ORD-MIN) TO WS-DM-AUX
                 IF WS-DM-LIVRES(WS-DM-IDX) < WS-DM-LIVRES(WS-DM-AUX)
                    OR (WS-DM-LIVRES(WS-DM-IDX) EQUAL
                        WS-DM-LIVRES(WS-DM-AUX) AND
                        WS-DM-AULAS(WS-DM-IDX) >
                        WS-DM-AULAS(WS-DM-AUX))
                    MOVE WS-ORD-AUX TO WS-ORD-MIN
                 END-IF
              END-PERFORM
              IF WS-ORD-MIN NOT EQUAL WS-ORD-IDX
                 MOVE WS-ORD(WS-ORD-IDX) TO WS-ORD-TROCA
                 MOVE WS-ORD(WS-ORD-MIN) TO WS-ORD(WS-ORD-IDX)
                 MOVE WS-ORD-TROCA       TO WS-ORD(WS-ORD-MIN)
              END-IF
           END-PERFORM
           .
       P445-FIM.

       P450-COLOCA-DEMANDA.

           MOVE WS-ORD(WS-ORD-IDX)     TO WS-DM-IDX
           MOVE WS-DM-TQ(WS-DM-IDX)    TO WS-TQ-IDX
           MOVE WS-TQ-TURNO(WS-TQ-IDX) TO WS-TN-IDX
           MOVE WS-DM-PF(WS-DM-IDX)    TO WS-PF-IDX
           SET SEM-LUGAR-OK TO FALSE
           SET LIMITE-OK TO FALSE

           PERFORM P455-COLOCA-AULA THRU P455-FIM
              UNTIL WS-DM-COLOCADAS(WS-DM-IDX) NOT LESS THAN
                    WS-DM-AULAS(WS-DM-IDX)
                 OR SEM-LUGAR-OK

           IF SEM-LUGAR-OK
              MOVE WS-TQ-ID(WS-TQ-IDX)  TO WS-SOBRA-TURMA
              MOVE WS-DM-DISC(WS-DM-IDX) TO WS-SOBRA-DISC
              MOVE WS-PF-ID(WS-PF-IDX)  TO WS-SOBRA-PROF
              COMPUTE WS-SOBRA-QTD = WS-DM-AULAS(WS-DM-IDX)
                                   - WS-DM-COLOCADAS(WS-DM-IDX)
              IF LIMITE-OK
                 MOVE 'LIMITE DE AULAS POR DIA' TO WS-SOBRA-MOTIVO
              ELSE
                 MOVE 'SEM HORARIO LIVRE COMPATIVEL'
                    TO WS-SOBRA-MOTIVO
              END-IF
              PERFORM P480-GUARDA-SOBRA THRU P480-FIM
           END-IF
           .
       P450-FIM.

       P455-COLOCA-AULA.

      * Entre os dias com tempo livre para a turma e o professor,
      * escolhe o que tem menos aulas da disciplina (espalha as
      * aulas na semana), sem passar do maximo por dia.
           MOVE ZERO TO WS-DIA-ESC
           MOVE ZERO TO WS-TEMPO-ESC
           MOVE 9    TO WS-QTD-ESC

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-QTD-DIAS
              PERFORM P457-TEMPO-LIVRE THRU P457-FIM
              IF WS-TEMPO-LIVRE > ZERO
                 IF WS-DM-DIA-QTD(WS-DM-IDX, WS-DIA-IDX)
                    NOT LESS THAN WS-MAX-DIA
                    SET LIMITE-OK TO TRUE
                 ELSE
                    IF WS-DM-DIA-QTD(WS-DM-IDX, WS-DIA-IDX)
                       < WS-QTD-ESC
                       MOVE WS-DIA-IDX     TO WS-DIA-ESC
                       MOVE WS-TEMPO-LIVRE TO WS-TEMPO-ESC
                       MOVE WS-DM-DIA-QTD(WS-DM-IDX, WS-DIA-IDX)
                          TO WS-QTD-ESC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-DIA-ESC EQUAL ZERO
              SET SEM-LUGAR-OK TO TRUE
              GO TO P455-FIM
           END-IF

           MOVE WS-DM-DISC(WS-DM-IDX)
              TO WS-TQ-DISC(WS-TQ-IDX, WS-DIA-ESC, WS-TEMPO-ESC)
           MOVE WS-PF-ID(WS-PF-IDX)
              TO WS-TQ-PROF(WS-TQ-IDX, WS-DIA-ESC, WS-TEMPO-ESC)
           MOVE 'O' TO WS-PF-SLOT(WS-PF-IDX, WS-DIA-ESC, WS-TN-IDX,
                                  WS-TEMPO-ESC)
           ADD 1 TO WS-DM-DIA-QTD(WS-DM-IDX, WS-DIA-ESC)
           ADD 1 TO WS-DM-COLOCADAS(WS-DM-IDX)
           ADD 1 TO WS-QTD-COLOCADAS
           .
       P455-FIM.

       P457-TEMPO-LIVRE.

      * Primeiro tempo do dia livre na turma e no professor.
           MOVE ZERO TO WS-TEMPO-LIVRE
           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > WS-TQ-TEMPOS(WS-TQ-IDX)
                 OR WS-TEMPO-LIVRE > ZERO
              IF WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
                 EQUAL ZERO AND
                 WS-PF-SLOT(WS-PF-IDX, WS-DIA-IDX, WS-TN-IDX,
                            WS-TEMPO-IDX) EQUAL 'D'
                 MOVE WS-TEMPO-IDX TO WS-TEMPO-LIVRE
              END-IF
           END-PERFORM
           .
       P457-FIM.

       P460-GRAVA-PROPOSTA.

           SET FS-HPR-OK TO TRUE
           OPEN OUTPUT HORPROP
           IF NOT FS-HPR-OK
              DISPLAY 'ERRO AO GRAVAR A PROPOSTA DE QUADRO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-HPR
              GO TO P460-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE REG-HORPROP
           MOVE 'C'           TO TIPO-HPR
           MOVE WS-ANO-IN     TO ANO-HPR
           MOVE WS-UNIDADE-IN TO UNID-HPR
           MOVE WS-DATA-HOJE  TO DT-HPR
           MOVE LK-OPERADOR   TO OPERADOR-HPR
           MOVE WS-MAX-DIA    TO MAX-DIA-HPR
           MOVE WS-QTD-DIAS   TO QTD-DIAS-HPR
           MOVE 'P'           TO SITUACAO-HPR
           WRITE REG-HORPROP

           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD
              INITIALIZE REG-HORPROP
              MOVE 'T'                 TO TIPO-HPR
              MOVE WS-ANO-IN           TO ANO-HPR
              MOVE WS-UNIDADE-IN       TO UNID-HPR
              MOVE WS-TQ-ID(WS-TQ-IDX) TO ID-TURMA-HPR
              WRITE REG-HORPROP
              PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 6
                 PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                    UNTIL WS-TEMPO-IDX > 10
                    IF WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX,
                                  WS-TEMPO-IDX) NOT EQUAL ZERO
                       PERFORM P465-GRAVA-AULA-PROPOSTA
                          THRU P465-FIM
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
              UNTIL WS-SB-IDX > WS-SB-QTD
              INITIALIZE REG-HORPROP
              MOVE 'S'                      TO TIPO-HPR
              MOVE WS-ANO-IN                TO ANO-HPR
              MOVE WS-UNIDADE-IN            TO UNID-HPR
              MOVE WS-SB-TURMA(WS-SB-IDX)   TO ID-TURMA-HPR
              MOVE WS-SB-DISC(WS-SB-IDX)    TO ID-DISCIPLINA-HPR
              MOVE WS-SB-PROF(WS-SB-IDX)    TO ID-PROFESSOR-HPR
              MOVE WS-SB-QTD-AULAS(WS-SB-IDX) TO QTD-SOBRA-HPR
              MOVE WS-SB-MOTIVO(WS-SB-IDX)  TO MOTIVO-HPR
              WRITE REG-HORPROP
           END-PERFORM

           CLOSE HORPROP
           .
       P460-FIM.

       P465-GRAVA-AULA-PROPOSTA.

           INITIALIZE REG-HORPROP
           MOVE 'A'                 TO TIPO-HPR
           MOVE WS-ANO-IN           TO ANO-HPR
           MOVE WS-UNIDADE-IN       TO UNID-HPR
           MOVE WS-TQ-ID(WS-TQ-IDX) TO ID-TURMA-HPR
           MOVE WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
              TO ID-DISCIPLINA-HPR
           MOVE WS-DIA-IDX          TO DIA-SEMANA-HPR
           MOVE WS-TEMPO-IDX        TO TEMPO-HPR
           MOVE WS-TQ-PROF(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
              TO ID-PROFESSOR-HPR
           WRITE REG-HORPROP
           .
       P465-FIM.

       P470-RELATORIO.

           MOVE 'QUADRO PROPOSTO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'PROPOSTA DE QUADRO DE HORARIOS - UNIDADE '
                     DELIMITED BY SIZE
                  WS-UNIDADE-IN DELIMITED BY SIZE
                  ' ANO '       DELIMITED BY SIZE
                  WS-ANO-IN     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           STRING 'MAXIMO DE ' DELIMITED BY SIZE
                  WS-MAX-DIA   DELIMITED BY SIZE
                  ' AULA(S) DA DISCIPLINA POR DIA; ' DELIMITED BY SIZE
                  WS-QTD-DIAS  DELIMITED BY SIZE
                  ' DIAS LETIVOS NA SEMANA' DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           STRING 'TEMPOS POR TURNO: MANHA ' DELIMITED BY SIZE
                  WS-TEMPOS-TURNO(1)         DELIMITED BY SIZE
                  ' TARDE '                  DELIMITED BY SIZE
                  WS-TEMPOS-TURNO(2)         DELIMITED BY SIZE
                  ' NOITE '                  DELIMITED BY SIZE
                  WS-TEMPOS-TURNO(3)         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-QTD-SOBRAS
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
              UNTIL WS-SB-IDX > WS-SB-QTD
              ADD WS-SB-QTD-AULAS(WS-SB-IDX) TO WS-QTD-SOBRAS
           END-PERFORM
           COMPUTE WS-QTD-PREVISTAS = WS-QTD-COLOCADAS + WS-QTD-SOBRAS

           MOVE WS-TQ-QTD        TO WS-QTD-ED
           MOVE WS-QTD-PREVISTAS TO WS-QTD-ED2
           MOVE WS-QTD-COLOCADAS TO WS-QTD-ED3
           STRING 'TURMAS: '         DELIMITED BY SIZE
                  WS-QTD-ED          DELIMITED BY SIZE
                  '   AULAS PREVISTAS: ' DELIMITED BY SIZE
                  WS-QTD-ED2         DELIMITED BY SIZE
                  '   COLOCADAS: '   DELIMITED BY SIZE
                  WS-QTD-ED3         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           MOVE WS-QTD-OCUPADAS TO WS-QTD-ED
           STRING 'AULAS DOS PROFESSORES EM OUTRAS TURMAS/UNIDADES '
                     DELIMITED BY SIZE
                  'RESPEITADAS: ' DELIMITED BY SIZE
                  WS-QTD-ED       DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           IF WS-QTD-SEM-DSP > ZERO
              MOVE WS-QTD-SEM-DSP TO WS-QTD-ED
              STRING 'AVISO: '  DELIMITED BY SIZE
                     WS-QTD-ED  DELIMITED BY SIZE
                     ' PROFESSOR(ES) SEM DISPONIBILIDADE NO ANO '
                        DELIMITED BY SIZE
                     '(TODOS OS TEMPOS).' DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P510-LINHA THRU P510-FIM
           END-IF

           PERFORM P530-LISTA-SOBRAS THRU P530-FIM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'PROPOSTA GRAVADA. REVISE (OPCAO 5) ANTES DE APLICAR '
              TO WS-LINHA-SPOOL
           MOVE '(OPCAO 6).' TO WS-LINHA-SPOOL(53:10)
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P470-FIM.

       P480-GUARDA-SOBRA.

           IF WS-SB-QTD NOT LESS THAN 400
              GO TO P480-FIM
           END-IF
           ADD 1 TO WS-SB-QTD
           MOVE WS-SOBRA-TURMA  TO WS-SB-TURMA(WS-SB-QTD)
           MOVE WS-SOBRA-DISC   TO WS-SB-DISC(WS-SB-QTD)
           MOVE WS-SOBRA-PROF   TO WS-SB-PROF(WS-SB-QTD)
           MOVE WS-SOBRA-QTD    TO WS-SB-QTD-AULAS(WS-SB-QTD)
           MOVE WS-SOBRA-MOTIVO TO WS-SB-MOTIVO(WS-SB-QTD)
           .
       P480-FIM.

       P500-REVISA-PROPOSTA.

      * Grade dia x tempo de cada turma da proposta (disciplina /
      * professor) e as sobras para a marcacao manual.
           PERFORM P505-CARREGA-PROPOSTA THRU P505-FIM
           IF NOT PROP-CARREGADA-OK
              GO TO P500-FIM
           END-IF

           MOVE 'REVISAO DO QUADRO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'PROPOSTA DE QUADRO DE HORARIOS - UNIDADE '
                     DELIMITED BY SIZE
                  WS-UNID-PROP  DELIMITED BY SIZE
                  ' ANO '       DELIMITED BY SIZE
                  WS-ANO-PROP   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           STRING 'GERADA EM '     DELIMITED BY SIZE
                  WS-DT-PROP       DELIMITED BY SIZE
                  ' POR '          DELIMITED BY SIZE
                  WS-OPERADOR-PROP DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           IF PROP-APLICADA
              MOVE '- JA APLICADA' TO WS-LINHA-SPOOL(50:13)
           ELSE
              MOVE '- PENDENTE' TO WS-LINHA-SPOOL(50:10)
           END-IF
           PERFORM P510-LINHA THRU P510-FIM
           MOVE 'CADA AULA: DISCIPLINA/PROFESSOR' TO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM P520-GRADE-TURMA THRU P520-FIM
              VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD

           PERFORM P530-LISTA-SOBRAS THRU P530-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P505-CARREGA-PROPOSTA.

           SET PROP-CARREGADA-OK TO FALSE
           INITIALIZE WS-TAB-TURMAS
           MOVE ZERO TO WS-TQ-QTD
           MOVE ZERO TO WS-SB-QTD

           SET FS-HPR-OK TO TRUE
           OPEN INPUT HORPROP
           IF WS-FS-HPR EQUAL 35
              DISPLAY 'NENHUMA PROPOSTA DE QUADRO GERADA.'
              GO TO P505-FIM
           END-IF
           IF NOT FS-HPR-OK
              DISPLAY 'ERRO AO ABRIR A PROPOSTA DE QUADRO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-HPR
              GO TO P505-FIM
           END-IF

           READ HORPROP
              AT END
                 MOVE SPACE TO TIPO-HPR
           END-READ
           IF NOT HPR-CABECALHO
              DISPLAY 'PROPOSTA DE QUADRO VAZIA OU INVALIDA.'
              CLOSE HORPROP
              GO TO P505-FIM
           END-IF

           MOVE ANO-HPR      TO WS-ANO-PROP
           MOVE UNID-HPR     TO WS-UNID-PROP
           MOVE DT-HPR       TO WS-DT-PROP
           MOVE OPERADOR-HPR TO WS-OPERADOR-PROP
           MOVE SITUACAO-HPR TO WS-SITUACAO-PROP
           MOVE QTD-DIAS-HPR TO WS-QTD-DIAS
           IF WS-QTD-DIAS NOT EQUAL 6
              MOVE 5 TO WS-QTD-DIAS
           END-IF

           IF LK-UNIDADE NOT EQUAL SPACE AND
              WS-UNID-PROP NOT EQUAL LK-UNIDADE
              DISPLAY 'PROPOSTA DA UNIDADE ' WS-UNID-PROP
                      ' - FORA DA ALCADA DO OPERADOR ('
                      LK-UNIDADE ').'
              CLOSE HORPROP
              GO TO P505-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HORPROP
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P507-GUARDA-REGISTRO THRU P507-FIM
              END-READ
           END-PERFORM

           CLOSE HORPROP
           SET PROP-CARREGADA-OK TO TRUE
           .
       P505-FIM.

       P507-GUARDA-REGISTRO.

           EVALUATE TRUE
              WHEN HPR-TURMA
                 IF WS-TQ-QTD < 40
                    ADD 1 TO WS-TQ-QTD
                    MOVE ID-TURMA-HPR TO WS-TQ-ID(WS-TQ-QTD)
                    MOVE ZERO TO WS-TQ-TEMPOS(WS-TQ-QTD)
                 END-IF
              WHEN HPR-AULA
                 MOVE ZERO TO WS-TQ-ACHADO
                 PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
                    UNTIL WS-TQ-IDX > WS-TQ-QTD
                    IF WS-TQ-ID(WS-TQ-IDX) EQUAL ID-TURMA-HPR
                       MOVE WS-TQ-IDX TO WS-TQ-ACHADO
                    END-IF
                 END-PERFORM
                 IF WS-TQ-ACHADO > ZERO AND
                    DIA-SEMANA-HPR > ZERO AND DIA-SEMANA-HPR < 7 AND
                    TEMPO-HPR > ZERO AND TEMPO-HPR < 11
                    MOVE ID-DISCIPLINA-HPR
                       TO WS-TQ-DISC(WS-TQ-ACHADO, DIA-SEMANA-HPR,
                                     TEMPO-HPR)
                    MOVE ID-PROFESSOR-HPR
                       TO WS-TQ-PROF(WS-TQ-ACHADO, DIA-SEMANA-HPR,
                                     TEMPO-HPR)
                    IF TEMPO-HPR > WS-TQ-TEMPOS(WS-TQ-ACHADO)
                       MOVE TEMPO-HPR TO WS-TQ-TEMPOS(WS-TQ-ACHADO)
                    END-IF
                 END-IF
              WHEN HPR-SOBRA
                 MOVE ID-TURMA-HPR      TO WS-SOBRA-TURMA
                 MOVE ID-DISCIPLINA-HPR TO WS-SOBRA-DISC
                 MOVE ID-PROFESSOR-HPR  TO WS-SOBRA-PROF
                 MOVE QTD-SOBRA-HPR     TO WS-SOBRA-QTD
                 MOVE MOTIVO-HPR        TO WS-SOBRA-MOTIVO
                 PERFORM P480-GUARDA-SOBRA THRU P480-FIM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       P507-FIM.

       P510-LINHA.

           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P510-FIM.

       P520-GRADE-TURMA.

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           DISPLAY ' '
           STRING 'TURMA ' DELIMITED BY SIZE
                  WS-TQ-ID(WS-TQ-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           IF WS-TQ-TEMPOS(WS-TQ-IDX) EQUAL ZERO
              MOVE '  NENHUMA AULA COLOCADA NA PROPOSTA.'
                 TO WS-LINHA-SPOOL
              PERFORM P510-LINHA THRU P510-FIM
              GO TO P520-FIM
           END-IF

           MOVE 'TEMPO' TO WS-LINHA-SPOOL(1:5)
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-QTD-DIAS
              COMPUTE WS-COL = 8 + (WS-DIA-IDX - 1) * 12
              MOVE WS-NOME-DIA(WS-DIA-IDX) TO WS-LINHA-SPOOL(WS-COL:7)
           END-PERFORM
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > WS-TQ-TEMPOS(WS-TQ-IDX)
              MOVE WS-TEMPO-IDX TO WS-LINHA-SPOOL(2:2)
              PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > WS-QTD-DIAS
                 COMPUTE WS-COL = 8 + (WS-DIA-IDX - 1) * 12
                 IF WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
                    EQUAL ZERO
                    MOVE '-' TO WS-LINHA-SPOOL(WS-COL:1)
                 ELSE
                    MOVE WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX,
                                    WS-TEMPO-IDX)
                       TO WS-LINHA-SPOOL(WS-COL:5)
                    MOVE '/' TO WS-LINHA-SPOOL(WS-COL + 5:1)
                    MOVE WS-TQ-PROF(WS-TQ-IDX, WS-DIA-IDX,
                                    WS-TEMPO-IDX)
                       TO WS-LINHA-SPOOL(WS-COL + 6:5)
                 END-IF
              END-PERFORM
              PERFORM P510-LINHA THRU P510-FIM
           END-PERFORM
           .
       P520-FIM.

       P530-LISTA-SOBRAS.

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           DISPLAY ' '
           IF WS-SB-QTD EQUAL ZERO
              MOVE 'NENHUMA SOBRA: TODAS AS AULAS FORAM COLOCADAS.'
                 TO WS-LINHA-SPOOL
              PERFORM P510-LINHA THRU P510-FIM
              GO TO P530-FIM
           END-IF

           MOVE 'SOBRAS PARA MARCACAO MANUAL:' TO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM
           MOVE 'TURMA DISC. PROF. AULAS MOTIVO' TO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM
           MOVE '----- ----- ----- ----- ------------------------------'
              TO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
              UNTIL WS-SB-IDX > WS-SB-QTD
              MOVE WS-SB-TURMA(WS-SB-IDX)  TO WS-LINHA-SPOOL(1:5)
              MOVE WS-SB-DISC(WS-SB-IDX)   TO WS-LINHA-SPOOL(7:5)
              MOVE WS-SB-PROF(WS-SB-IDX)   TO WS-LINHA-SPOOL(13:5)
              MOVE WS-SB-QTD-AULAS(WS-SB-IDX)
                 TO WS-LINHA-SPOOL(22:2)
              MOVE WS-SB-MOTIVO(WS-SB-IDX) TO WS-LINHA-SPOOL(25:30)
              PERFORM P510-LINHA THRU P510-FIM
           END-PERFORM
           .
       P530-FIM.

       P600-APLICA-PROPOSTA.

      * Substitui o quadro das turmas da proposta: exclui as aulas
      * atuais (liberando a sala do ensalamento) e grava as aulas
      * propostas, tudo com auditoria.
           PERFORM P505-CARREGA-PROPOSTA THRU P505-FIM
           IF NOT PROP-CARREGADA-OK
              GO TO P600-FIM
           END-IF

           IF PROP-APLICADA
              DISPLAY 'PROPOSTA JA APLICADA AO QUADRO DE HORARIOS.'
              GO TO P600-FIM
           END-IF

           MOVE ZERO TO WS-QTD-COLOCADAS
           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD
              PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 6
                 PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                    UNTIL WS-TEMPO-IDX > 10
                    IF WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX,
                                  WS-TEMPO-IDX) NOT EQUAL ZERO
                       ADD 1 TO WS-QTD-COLOCADAS
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           DISPLAY 'PROPOSTA DA UNIDADE ' WS-UNID-PROP ' ANO '
                   WS-ANO-PROP ' GERADA EM ' WS-DT-PROP
           DISPLAY 'O QUADRO ATUAL DE ' WS-TQ-QTD ' TURMA(S) SERA '
                   'SUBSTITUIDO POR ' WS-QTD-COLOCADAS ' AULA(S).'
           DISPLAY 'SOBRAS A MARCAR MANUALMENTE: ' WS-SB-QTD
           DISPLAY 'TECLE: <S> para aplicar a proposta ou '
                   '<QUALQUER TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PROPOSTA NAO APLICADA.'
              GO TO P600-FIM
           END-IF

           SET FS-HOR-OK TO TRUE
           OPEN I-O HORARIOS

           IF WS-FS-HOR EQUAL 35
              OPEN OUTPUT HORARIOS
              CLOSE HORARIOS
              OPEN I-O HORARIOS
           END-IF

           IF NOT FS-HOR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-HOR
              GO TO P600-FIM
           END-IF

           MOVE 'N' TO WS-ENS-ABERTO
           SET FS-ENS-OK TO TRUE
           OPEN I-O ENSALA
           IF FS-ENS-OK
              MOVE 'S' TO WS-ENS-ABERTO
           END-IF

           MOVE ZERO TO WS-QTD-EXCLUIDAS
           MOVE ZERO TO WS-QTD-GRAVADAS
           MOVE ZERO TO WS-QTD-SALAS

           PERFORM P610-EXCLUI-QUADRO-TURMA THRU P610-FIM
              VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD

           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
              UNTIL WS-TQ-IDX > WS-TQ-QTD
              PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 6
                 PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                    UNTIL WS-TEMPO-IDX > 10
                    IF WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX,
                                  WS-TEMPO-IDX) NOT EQUAL ZERO
                       PERFORM P620-GRAVA-AULA THRU P620-FIM
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           CLOSE HORARIOS
           IF ENS-ABERTO-OK
              CLOSE ENSALA
           END-IF

           SET FS-HPR-OK TO TRUE
           OPEN I-O HORPROP
           IF FS-HPR-OK
              READ HORPROP
                 AT END
                    MOVE SPACE TO TIPO-HPR
              END-READ
              IF HPR-CABECALHO
                 MOVE 'A' TO SITUACAO-HPR
                 REWRITE REG-HORPROP
              END-IF
              CLOSE HORPROP
           END-IF

           DISPLAY 'AULAS EXCLUIDAS DO QUADRO ANTERIOR: '
                   WS-QTD-EXCLUIDAS
           DISPLAY 'AULAS GRAVADAS NO QUADRO DE HORARIOS: '
                   WS-QTD-GRAVADAS
           IF WS-QTD-SALAS > ZERO
              DISPLAY 'SALAS LIBERADAS DO ENSALAMENTO: ' WS-QTD-SALAS
              DISPLAY 'REFACA O ENSALAMENTO DAS TURMAS (SALAS E '
                      'ENSALAMENTO).'
           END-IF
           IF WS-SB-QTD > ZERO
              DISPLAY 'MARQUE AS SOBRAS DA PROPOSTA PELA INCLUSAO '
                      'DE HORARIOS.'
           END-IF
           .
       P600-FIM.

       P610-EXCLUI-QUADRO-TURMA.

           MOVE WS-TQ-ID(WS-TQ-IDX) TO ID-TURMA-HOR
           MOVE ZERO                TO ID-DISCIPLINA-HOR
           MOVE ZERO                TO DIA-SEMANA-HOR
           MOVE ZERO                TO TEMPO-HOR
           SET EOF-AUX-OK TO FALSE
           START HORARIOS KEY IS NOT LESS THAN CHAVE-HORARIO
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-HOR NOT EQUAL WS-TQ-ID(WS-TQ-IDX)
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       MOVE REG-HORARIO TO WS-REG-HOR-ANTES
                       DELETE HORARIOS RECORD
                       IF FS-HOR-OK
                          ADD 1 TO WS-QTD-EXCLUIDAS
                          MOVE 'EXCLUSAO'       TO AUD-OPERACAO
                          MOVE 'HORARIOS'       TO AUD-ARQUIVO
                          MOVE WS-REG-HOR-ANTES(1:10) TO AUD-CHAVE
                          MOVE WS-REG-HOR-ANTES TO AUD-VALOR-ANTES
                          MOVE SPACE            TO AUD-VALOR-DEPOIS
                          PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                          PERFORM P615-LIBERA-SALA THRU P615-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P610-FIM.

       P615-LIBERA-SALA.

      * Aula excluida do quadro libera a sala do ensalamento.
           IF NOT ENS-ABERTO-OK
              GO TO P615-FIM
           END-IF

           MOVE WS-REG-HOR-ANTES(1:13) TO CHAVE-ENSALA
           READ ENSALA
              KEY IS CHAVE-ENSALA
                 INVALID KEY
                    GO TO P615-FIM
           END-READ

           MOVE 'EXCLUSAO'         TO AUD-OPERACAO
           MOVE 'ENSALA'           TO AUD-ARQUIVO
           MOVE CHAVE-ENSALA(1:10) TO AUD-CHAVE
           MOVE REG-ENSALA         TO AUD-VALOR-ANTES
           MOVE SPACE              TO AUD-VALOR-DEPOIS
           DELETE ENSALA RECORD
           IF FS-ENS-OK
              ADD 1 TO WS-QTD-SALAS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF
           .
       P615-FIM.

       P620-GRAVA-AULA.

           MOVE WS-TQ-ID(WS-TQ-IDX) TO ID-TURMA-HOR
           MOVE WS-TQ-DISC(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
              TO ID-DISCIPLINA-HOR
           MOVE WS-DIA-IDX          TO DIA-SEMANA-HOR
           MOVE WS-TEMPO-IDX        TO TEMPO-HOR
           MOVE WS-TQ-PROF(WS-TQ-IDX, WS-DIA-IDX, WS-TEMPO-IDX)
              TO ID-PROFESSOR-HOR

           WRITE REG-HORARIO
              INVALID KEY
                 DISPLAY 'AULA JA MARCADA: TURMA ' ID-TURMA-HOR
                         ' DISCIPLINA ' ID-DISCIPLINA-HOR
                         ' DIA ' DIA-SEMANA-HOR ' TEMPO ' TEMPO-HOR
              NOT INVALID KEY
                 ADD 1 TO WS-QTD-GRAVADAS
                 MOVE 'INCLUSAO'  TO AUD-OPERACAO
                 MOVE 'HORARIOS'  TO AUD-ARQUIVO
                 MOVE CHAVE-HORARIO(1:10) TO AUD-CHAVE
                 MOVE SPACE       TO AUD-VALOR-ANTES
                 MOVE REG-HORARIO TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE
           .
       P620-FIM.

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

           MOVE 'PROGQUAD' TO AUD-PROGRAMA
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
       END PROGRAM PROGQUAD.
