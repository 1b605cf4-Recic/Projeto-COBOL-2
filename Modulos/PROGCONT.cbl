      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Atividades de contraturno do tempo integral: cadastro
      *          das oficinas (monitor, dia da semana, horario,
      *          capacidade e unidade), inscricao do aluno com
      *          controle de vagas e de choque com o turno da turma
      *          do aluno (TURNO-TURMA), com a rota do transporte
      *          escolar (TURNO-ROTA) e com as outras oficinas dele,
      *          diario de presenca por encontro e relatorio mensal de
      *          participacao para a prestacao de contas do Programa
      *          Escola em Tempo Integral.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS ASSIGN TO
           WS-CAMINHO-OFICINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-OFICINA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-OFI.

           SELECT INSCR-OFICINA ASSIGN TO
           WS-CAMINHO-INSCR-OFICINA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-INSCR-OFI
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-INS.

           SELECT FREQ-OFICINA ASSIGN TO
           WS-CAMINHO-FREQ-OFICINA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQ-OFI
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FOF.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
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

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

           SELECT TRANSPORTE ASSIGN TO
           WS-CAMINHO-TRANSPORTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO-TRP
           FILE STATUS IS WS-FS-TRP.

           SELECT ROTAS ASSIGN TO
           WS-CAMINHO-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ROTA
           FILE STATUS IS WS-FS-ROT.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

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
       FD  OFICINAS.
           COPY FD-OFICINAS.

       FD  INSCR-OFICINA.
           COPY FD-INSCOFI.

       FD  FREQ-OFICINA.
           COPY FD-FREQOFI.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  TRANSPORTE.
           COPY FD-TRANSP.

       FD  ROTAS.
           COPY FD-ROTAS.

       FD  CONTROLE.
           COPY FD-CONTROLE.

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

       01  WS-CAMINHO-OFICINAS               PIC X(80).
       01  WS-CAMINHO-INSCR-OFICINA          PIC X(80).
       01  WS-CAMINHO-FREQ-OFICINA           PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-TRANSPORTE             PIC X(80).
       01  WS-CAMINHO-ROTAS                  PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-OFI                         PIC 99.
           88 FS-OFI-OK                      VALUE 0.

       77  WS-FS-INS                         PIC 99.
           88 FS-INS-OK                      VALUE 0.

       77  WS-FS-FOF                         PIC 99.
           88 FS-FOF-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-TRP                         PIC 99.
           88 FS-TRP-OK                      VALUE 0.

       77  WS-FS-ROT                         PIC 99.
           88 FS-ROT-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-INS                        PIC X.
           88 EOF-INS-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-ANO-ATUAL                      PIC 9(04) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

      * Dados digitados da oficina
       77  WS-DS-OFICINA                     PIC X(20) VALUE SPACE.
       77  WS-TIPO-OFICINA                   PIC X(01) VALUE SPACE.
       77  WS-MONITOR                        PIC X(20) VALUE SPACE.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.
       77  WS-HORA-INI                       PIC 9(04) VALUE ZERO.
       77  WS-HORA-FIM                       PIC 9(04) VALUE ZERO.
       77  WS-TURNO-OFI                      PIC X(01) VALUE SPACE.
       77  WS-CAPACIDADE                     PIC 9(03) VALUE ZERO.
       77  WS-UNIDADE-OFI                    PIC X(04) VALUE SPACE.

      * Oficina escolhida na inscricao/diario (copia do registro)
       77  WS-OFICINA-ALVO                   PIC 9(05) VALUE ZERO.
       01  WS-OFICINA-SEL.
           03 WS-SEL-DS                      PIC X(20).
           03 WS-SEL-DIA                     PIC 9(01).
           03 WS-SEL-INI                     PIC 9(04).
           03 WS-SEL-FIM                     PIC 9(04).
           03 WS-SEL-TURNO                   PIC X(01).
           03 WS-SEL-CAPACIDADE              PIC 9(03).
           03 WS-SEL-UNIDADE                 PIC X(04).

       77  WS-OCUPACAO                       PIC 9(03) VALUE ZERO.

      * Aluno da inscricao
       77  WS-ALUNO-ALVO                     PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-OFI                   PIC X(20) VALUE SPACE.
       77  WS-UNIDADE-ALUNO                  PIC X(04) VALUE SPACE.
       77  WS-TURMA-ALUNO                    PIC 9(05) VALUE ZERO.
       77  WS-TURNO-ALUNO                    PIC X(01) VALUE SPACE.
       77  WS-ROTA-ALUNO                     PIC 9(05) VALUE ZERO.
       77  WS-TURNO-ROTA-ALUNO               PIC X(01) VALUE SPACE.

       77  WS-RECUSA                         PIC X VALUE 'N'.
           88 RECUSA-OK                      VALUE 'S'.

       01  WS-REG-INS-ANTES                  PIC X(60) VALUE SPACE.

      * Diario de presenca
       77  WS-DATA-ENCONTRO                  PIC 9(08) VALUE ZERO.
       77  WS-DIA-INT                        PIC 9(07) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(07) VALUE ZERO.
       77  WS-DIA-DATA                       PIC 9(01) VALUE ZERO.
       77  WS-PRESENCA                       PIC X(01) VALUE SPACE.
       77  WS-QTD-PRESENTES                  PIC 9(04) VALUE ZERO.
       77  WS-QTD-FALTAS                     PIC 9(04) VALUE ZERO.

      * Relatorio mensal (AAAAMM)
       77  WS-MES-REF                        PIC 9(06) VALUE ZERO.
       77  WS-ULTIMA-DATA                    PIC 9(08) VALUE ZERO.
       77  WS-OFI-SESSOES                    PIC 9(03) VALUE ZERO.
       77  WS-OFI-INSCRITOS                  PIC 9(04) VALUE ZERO.
       77  WS-OFI-PARTICIPANTES              PIC 9(04) VALUE ZERO.
       77  WS-OFI-PRESENCAS                  PIC 9(05) VALUE ZERO.
       77  WS-OFI-FALTAS                     PIC 9(05) VALUE ZERO.
       77  WS-TOT-OFICINAS                   PIC 9(04) VALUE ZERO.
       77  WS-TOT-SESSOES                    PIC 9(05) VALUE ZERO.
       77  WS-TOT-PRESENCAS                  PIC 9(06) VALUE ZERO.
       77  WS-TOT-FALTAS                     PIC 9(06) VALUE ZERO.
       77  WS-PERC                           PIC 9(03)V99 VALUE ZERO.
       77  WS-PERC-ED                        PIC ZZ9,99.

      * Participantes da oficina no mes
       77  WS-PART-QTD                       PIC 9(04) VALUE ZERO.
       77  WS-PART-IDX                       PIC 9(04) VALUE ZERO.
       01  WS-TAB-PARTICIPANTES.
           03 WS-PART-ITEM OCCURS 999 TIMES.
              05 WS-PART-ALUNO               PIC 9(05).
              05 WS-PART-PRES                PIC 9(03).
              05 WS-PART-FALTAS              PIC 9(03).

      * Alunos distintos atendidos no mes (todas as oficinas)
       77  WS-ATEND-QTD                      PIC 9(04) VALUE ZERO.
       77  WS-ATEND-IDX                      PIC 9(04) VALUE ZERO.
       01  WS-TAB-ATENDIDOS.
           03 WS-ATEND-ALUNO                 PIC 9(05)
                                             OCCURS 5000 TIMES.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

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
           DISPLAY 'CONTRATURNO - OFICINAS DO TEMPO INTEGRAL'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATUAL
           IF WS-ANO-ATUAL NOT NUMERIC OR WS-ANO-ATUAL EQUAL ZERO
              MOVE WS-DATA-HOJE(1:4) TO WS-ANO-ATUAL
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-OFICINAS FROM ENVIRONMENT 'OFICINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFICINAS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFICINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-INSCR-OFICINA FROM ENVIRONMENT
              'INSCR_OFICINA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'INSCR-OFICINA.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-INSCR-OFICINA
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQ-OFICINA FROM ENVIRONMENT
              'FREQ_OFICINA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQ-OFICINA.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQ-OFICINA
           END-ACCEPT

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

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TRANSPORTE FROM ENVIRONMENT
              'TRANSPORTE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TRANSPORTE.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-TRANSPORTE
           END-ACCEPT

           ACCEPT WS-CAMINHO-ROTAS FROM ENVIRONMENT 'ROTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ROTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-ROTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
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

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Cadastrar Oficina                       |'
           DISPLAY '|     2 - Listar Oficinas e Vagas                 |'
           DISPLAY '|     3 - Inscrever Aluno em Oficina              |'
           DISPLAY '|     4 - Cancelar Inscricao                      |'
           DISPLAY '|     5 - Registrar Presenca do Encontro          |'
           DISPLAY '|     6 - Relatorio Mensal de Participacao        |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-CADASTRA-OFICINA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-LISTA-OFICINAS THRU P300-FIM
              WHEN '3'
                 PERFORM P400-INSCREVE-ALUNO THRU P400-FIM
              WHEN '4'
                 PERFORM P500-CANCELA-INSCRICAO THRU P500-FIM
              WHEN '5'
                 PERFORM P600-REGISTRA-PRESENCA THRU P600-FIM
              WHEN '6'
                 PERFORM P700-RELATORIO-MENSAL THRU P700-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-CADASTRA-OFICINA.

           DISPLAY 'Descricao da oficina (ex: REFORCO MATEMATICA): '
           ACCEPT WS-DS-OFICINA
           DISPLAY 'Tipo <R> reforco, <E> esporte, <M> musica, '
                   '<O> outra: '
           ACCEPT WS-TIPO-OFICINA
           DISPLAY 'Monitor responsavel: '
           ACCEPT WS-MONITOR
           DISPLAY 'Dia da semana (1=segunda a 6=sabado): '
           ACCEPT WS-DIA-SEMANA
           DISPLAY 'Horario de inicio (HHMM): '
           ACCEPT WS-HORA-INI
           DISPLAY 'Horario de termino (HHMM): '
           ACCEPT WS-HORA-FIM
           DISPLAY 'Capacidade (vagas): '
           ACCEPT WS-CAPACIDADE

           MOVE LK-UNIDADE TO WS-UNIDADE-OFI
           IF LK-UNIDADE EQUAL SPACE
              DISPLAY 'Unidade escolar da oficina: '
              ACCEPT WS-UNIDADE-OFI
           END-IF

           IF WS-TIPO-OFICINA EQUAL 'r' MOVE 'R' TO WS-TIPO-OFICINA
           END-IF
           IF WS-TIPO-OFICINA EQUAL 'e' MOVE 'E' TO WS-TIPO-OFICINA
           END-IF
           IF WS-TIPO-OFICINA EQUAL 'm' MOVE 'M' TO WS-TIPO-OFICINA
           END-IF
           IF WS-TIPO-OFICINA EQUAL 'o' MOVE 'O' TO WS-TIPO-OFICINA
           END-IF

           IF WS-DS-OFICINA EQUAL SPACE OR WS-MONITOR EQUAL SPACE OR
              (WS-TIPO-OFICINA NOT EQUAL 'R' AND
               WS-TIPO-OFICINA NOT EQUAL 'E' AND
               WS-TIPO-OFICINA NOT EQUAL 'M' AND
               WS-TIPO-OFICINA NOT EQUAL 'O') OR
              WS-DIA-SEMANA NOT NUMERIC OR
              WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 6 OR
              WS-CAPACIDADE NOT NUMERIC OR WS-CAPACIDADE EQUAL ZERO
              DISPLAY 'DADOS INVALIDOS. CADASTRO CANCELADO.'
              GO TO P200-FIM
           END-IF

           IF WS-HORA-INI NOT NUMERIC OR WS-HORA-FIM NOT NUMERIC OR
              WS-HORA-INI(1:2) > '23' OR WS-HORA-INI(3:2) > '59' OR
              WS-HORA-FIM(1:2) > '23' OR WS-HORA-FIM(3:2) > '59' OR
              WS-HORA-FIM NOT GREATER THAN WS-HORA-INI
              DISPLAY 'HORARIO INVALIDO. CADASTRO CANCELADO.'
              GO TO P200-FIM
           END-IF

      * Turno da oficina pelo inicio: manha ate 11:59, tarde ate
      * 17:59, noite a partir das 18:00 (mesmos codigos da turma).
           EVALUATE TRUE
              WHEN WS-HORA-INI < 1200
                 MOVE 'M' TO WS-TURNO-OFI
              WHEN WS-HORA-INI < 1800
                 MOVE 'T' TO WS-TURNO-OFI
              WHEN OTHER
                 MOVE 'N' TO WS-TURNO-OFI
           END-EVALUATE

           MOVE 'OFICINAS' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           SET FS-OFI-OK TO TRUE
           OPEN I-O OFICINAS

           IF WS-FS-OFI EQUAL 35
              OPEN OUTPUT OFICINAS
              CLOSE OFICINAS
              OPEN I-O OFICINAS
           END-IF

           IF NOT FS-OFI-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OFICINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-OFI
              GO TO P200-FIM
           END-IF

           INITIALIZE REG-OFICINA
           MOVE WS-PROX-NUMERO  TO ID-OFICINA
           MOVE WS-DS-OFICINA   TO DS-OFICINA
           MOVE WS-TIPO-OFICINA TO TIPO-OFICINA
           MOVE WS-MONITOR      TO MONITOR-OFICINA
           MOVE WS-DIA-SEMANA   TO DIA-SEMANA-OFI
           MOVE WS-HORA-INI     TO HORA-INI-OFI
           MOVE WS-HORA-FIM     TO HORA-FIM-OFI
           MOVE WS-TURNO-OFI    TO TURNO-OFICINA
           MOVE WS-CAPACIDADE   TO CAPACIDADE-OFI
           MOVE WS-UNIDADE-OFI  TO UNIDADE-OFI
           MOVE WS-ANO-ATUAL    TO ANO-OFICINA
           MOVE 'A'             TO SITUACAO-OFI

           WRITE REG-OFICINA
              INVALID KEY
                 DISPLAY 'OFICINA JA CADASTRADA.'
              NOT INVALID KEY
                 DISPLAY 'OFICINA ' ID-OFICINA ' CADASTRADA (TURNO '
                         TURNO-OFICINA ').'
                 MOVE 'INCLUSAO'    TO AUD-OPERACAO
                 MOVE 'OFICINAS'    TO AUD-ARQUIVO
                 MOVE ID-OFICINA    TO AUD-CHAVE
                 MOVE SPACE         TO AUD-VALOR-ANTES
                 MOVE REG-OFICINA   TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE OFICINAS
           .
       P200-FIM.

       P300-LISTA-OFICINAS.

           MOVE ZERO TO WS-CONT

           SET FS-OFI-OK TO TRUE
           OPEN INPUT OFICINAS
           IF WS-FS-OFI EQUAL 35
              DISPLAY 'NENHUMA OFICINA CADASTRADA.'
              GO TO P300-FIM
           END-IF
           IF NOT FS-OFI-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OFICINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-OFI
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ OFICINAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (LK-UNIDADE EQUAL SPACE OR
                        UNIDADE-OFI EQUAL LK-UNIDADE) AND
                       ANO-OFICINA EQUAL WS-ANO-ATUAL
                       ADD 1 TO WS-CONT
                       MOVE ID-OFICINA TO WS-OFICINA-ALVO
                       MOVE ZERO TO WS-ALUNO-ALVO
                       PERFORM P420-CONTA-OCUPACAO THRU P420-FIM
                       DISPLAY 'OFICINA ' ID-OFICINA ' - ' DS-OFICINA
                               ' (' TIPO-OFICINA ') UNIDADE '
                               UNIDADE-OFI
                       DISPLAY '   MONITOR ' MONITOR-OFICINA
                               ' DIA ' DIA-SEMANA-OFI ' DAS '
                               HORA-INI-OFI ' AS ' HORA-FIM-OFI
                               ' TURNO ' TURNO-OFICINA
                       DISPLAY '   INSCRITOS ' WS-OCUPACAO ' DE '
                               CAPACIDADE-OFI ' VAGA(S)'
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFICINAS
           DISPLAY WS-CONT ' OFICINA(S) NO ANO ' WS-ANO-ATUAL '.'
           .
       P300-FIM.

       P350-VALIDA-OFICINA.

      * Le a oficina escolhida e guarda os dados em WS-OFICINA-SEL.
           SET FS-OFI-OK TO TRUE
           OPEN INPUT OFICINAS
           IF NOT FS-OFI-OK
              DISPLAY 'NENHUMA OFICINA CADASTRADA.'
              GO TO P350-FIM
           END-IF

           MOVE WS-OFICINA-ALVO TO ID-OFICINA
           READ OFICINAS
              KEY IS ID-OFICINA
                 INVALID KEY
                    DISPLAY 'A OFICINA INFORMADA NAO EXISTE.'
                    CLOSE OFICINAS
                    MOVE 99 TO WS-FS-OFI
                    GO TO P350-FIM
                 NOT INVALID KEY
                    DISPLAY 'Oficina: ' DS-OFICINA ' DIA '
                            DIA-SEMANA-OFI ' ' HORA-INI-OFI '-'
                            HORA-FIM-OFI ' TURNO ' TURNO-OFICINA
           END-READ

           IF OFICINA-ENCERRADA
              DISPLAY 'OFICINA ENCERRADA.'
              CLOSE OFICINAS
              MOVE 99 TO WS-FS-OFI
              GO TO P350-FIM
           END-IF

           MOVE DS-OFICINA     TO WS-SEL-DS
           MOVE DIA-SEMANA-OFI TO WS-SEL-DIA
           MOVE HORA-INI-OFI   TO WS-SEL-INI
           MOVE HORA-FIM-OFI   TO WS-SEL-FIM
           MOVE TURNO-OFICINA  TO WS-SEL-TURNO
           MOVE CAPACIDADE-OFI TO WS-SEL-CAPACIDADE
           MOVE UNIDADE-OFI    TO WS-SEL-UNIDADE

           CLOSE OFICINAS
           SET FS-OFI-OK TO TRUE
           .
       P350-FIM.

       P400-INSCREVE-ALUNO.

           DISPLAY 'Informe o ID da oficina: '
           ACCEPT WS-OFICINA-ALVO
           PERFORM P350-VALIDA-OFICINA THRU P350-FIM
           IF NOT FS-OFI-OK
              GO TO P400-FIM
           END-IF

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ALUNO-ALVO

           PERFORM P410-DADOS-ALUNO THRU P410-FIM
           IF RECUSA-OK
              GO TO P400-FIM
           END-IF

      * Choques que impedem a inscricao: mesmo turno da turma do
      * aluno, rota de transporte em outro turno, unidade diferente
      * e horario sobreposto a outra oficina do aluno.
           MOVE 'N' TO WS-RECUSA

           IF WS-TURNO-ALUNO NOT EQUAL SPACE AND
              WS-TURNO-ALUNO EQUAL WS-SEL-TURNO
              DISPLAY 'CHOQUE DE TURNO: A TURMA ' WS-TURMA-ALUNO
                      ' DO ALUNO E DO TURNO ' WS-TURNO-ALUNO
                      ', O MESMO DA OFICINA.'
              MOVE 'S' TO WS-RECUSA
           END-IF

           IF WS-ROTA-ALUNO NOT EQUAL ZERO AND
              WS-TURNO-ROTA-ALUNO NOT EQUAL SPACE AND
              WS-TURNO-ROTA-ALUNO NOT EQUAL WS-SEL-TURNO
              DISPLAY 'CHOQUE COM O TRANSPORTE: O ALUNO USA A ROTA '
                      WS-ROTA-ALUNO ' DO TURNO ' WS-TURNO-ROTA-ALUNO
                      ' E NAO TEM TRANSPORTE NO TURNO DA OFICINA.'
              MOVE 'S' TO WS-RECUSA
           END-IF

           IF WS-SEL-UNIDADE NOT EQUAL SPACE AND
              WS-UNIDADE-ALUNO NOT EQUAL SPACE AND
              WS-SEL-UNIDADE NOT EQUAL WS-UNIDADE-ALUNO
              DISPLAY 'ALUNO DA UNIDADE ' WS-UNIDADE-ALUNO
                      ' E OFICINA DA UNIDADE ' WS-SEL-UNIDADE '.'
              MOVE 'S' TO WS-RECUSA
           END-IF

           PERFORM P430-CHOQUE-OFICINAS THRU P430-FIM

           IF RECUSA-OK
              DISPLAY 'INSCRICAO RECUSADA.'
              GO TO P400-FIM
           END-IF

           PERFORM P420-CONTA-OCUPACAO THRU P420-FIM
           IF WS-OCUPACAO >= WS-SEL-CAPACIDADE
              DISPLAY 'OFICINA LOTADA: ' WS-OCUPACAO ' INSCRITO(S) '
                      'PARA ' WS-SEL-CAPACIDADE ' VAGA(S). INSCRICAO '
                      'RECUSADA.'
              GO TO P400-FIM
           END-IF

           SET FS-INS-OK TO TRUE
           OPEN I-O INSCR-OFICINA

           IF WS-FS-INS EQUAL 35
              OPEN OUTPUT INSCR-OFICINA
              CLOSE INSCR-OFICINA
              OPEN I-O INSCR-OFICINA
           END-IF

           IF NOT FS-INS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INSCRICOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-INS
              GO TO P400-FIM
           END-IF

           MOVE SPACE TO WS-REG-INS-ANTES
           MOVE WS-OFICINA-ALVO TO ID-OFICINA-INS
           MOVE WS-ALUNO-ALVO   TO ID-ALUNO-INS
           READ INSCR-OFICINA
              KEY IS CHAVE-INSCR-OFI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF INSCRICAO-ATIVA
                       DISPLAY 'ALUNO JA INSCRITO NESTA OFICINA.'
                       CLOSE INSCR-OFICINA
                       GO TO P400-FIM
                    END-IF
                    MOVE REG-INSCR-OFICINA TO WS-REG-INS-ANTES
           END-READ

           MOVE WS-OFICINA-ALVO TO ID-OFICINA-INS
           MOVE WS-ALUNO-ALVO   TO ID-ALUNO-INS
           MOVE WS-DATA-HOJE    TO DATA-INS
           MOVE 'A'             TO SITUACAO-INS
           MOVE ZERO            TO DATA-CANCEL-INS
           MOVE LK-OPERADOR     TO OPERADOR-INS

           IF WS-REG-INS-ANTES EQUAL SPACE
              WRITE REG-INSCR-OFICINA
              END-WRITE
           ELSE
              REWRITE REG-INSCR-OFICINA
           END-IF

           IF FS-INS-OK
              DISPLAY 'ALUNO ' WS-NM-ALUNO-OFI ' INSCRITO NA OFICINA '
                      WS-OFICINA-ALVO '.'
              MOVE 'INCLUSAO'      TO AUD-OPERACAO
              MOVE 'INSCR-OFICINA' TO AUD-ARQUIVO
              MOVE CHAVE-INSCR-OFI TO AUD-CHAVE
              MOVE WS-REG-INS-ANTES TO AUD-VALOR-ANTES
              MOVE REG-INSCR-OFICINA TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR A INSCRICAO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-INS
           END-IF

           CLOSE INSCR-OFICINA
           .
       P400-FIM.

       P410-DADOS-ALUNO.

      * Aluno ativo, com matricula no ano: turno da turma (TURMAS) e
      * rota do transporte escolar (TRANSPORTE/ROTAS), quando houver.
           MOVE 'N'   TO WS-RECUSA
           MOVE SPACE TO WS-NM-ALUNO-OFI
           MOVE SPACE TO WS-UNIDADE-ALUNO
           MOVE ZERO  TO WS-TURMA-ALUNO
           MOVE SPACE TO WS-TURNO-ALUNO
           MOVE ZERO  TO WS-ROTA-ALUNO
           MOVE SPACE TO WS-TURNO-ROTA-ALUNO

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'S' TO WS-RECUSA
              GO TO P410-FIM
           END-IF

           MOVE WS-ALUNO-ALVO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                    MOVE 'S' TO WS-RECUSA
                 NOT INVALID KEY
                    MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-OFI
                    MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
                    DISPLAY 'Aluno: ' WS-NM-ALUNO-OFI
                    IF ALUNO-INATIVO
                       DISPLAY 'ALUNO INATIVO.'
                       MOVE 'S' TO WS-RECUSA
                    END-IF
           END-READ
           CLOSE ALUNOS

           IF RECUSA-OK
              GO TO P410-FIM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF FS-MAT-OK
              MOVE WS-ALUNO-ALVO TO ID-ALUNO-MAT
              MOVE ZERO TO ID-DISCIPLINA-MAT
              START MATRICULA KEY IS GREATER THAN OR EQUAL
                 CHAVE-MATRICULA
                    INVALID KEY
                       SET EOF-OK TO TRUE
                    NOT INVALID KEY
                       SET EOF-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-OK
                 READ MATRICULA NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF ID-ALUNO-MAT NOT EQUAL WS-ALUNO-ALVO
                          SET EOF-OK TO TRUE
                       ELSE
                          IF ANO-MATRICULA EQUAL WS-ANO-ATUAL AND
                             NOT MATRICULA-DEPENDENCIA
                             MOVE TURMA-MATRICULA TO WS-TURMA-ALUNO
                             SET EOF-OK TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATRICULA
           END-IF

           IF WS-TURMA-ALUNO EQUAL ZERO
              DISPLAY 'ALUNO SEM MATRICULA EM TURMA NO ANO '
                      WS-ANO-ATUAL '.'
              MOVE 'S' TO WS-RECUSA
              GO TO P410-FIM
           END-IF

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF FS-TUR-OK
              MOVE WS-TURMA-ALUNO TO ID-TURMA
              READ TURMAS
                 KEY IS ID-TURMA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE TURNO-TURMA TO WS-TURNO-ALUNO
                       DISPLAY 'Turma: ' DS-TURMA ' TURNO '
                               TURNO-TURMA
              END-READ
              CLOSE TURMAS
           END-IF

           SET FS-TRP-OK TO TRUE
           OPEN INPUT TRANSPORTE
           IF FS-TRP-OK
              MOVE WS-ALUNO-ALVO TO ID-ALUNO-TRP
              READ TRANSPORTE
                 KEY IS ID-ALUNO-TRP
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ID-ROTA-TRP TO WS-ROTA-ALUNO
              END-READ
              CLOSE TRANSPORTE
           END-IF

           IF WS-ROTA-ALUNO NOT EQUAL ZERO
              SET FS-ROT-OK TO TRUE
              OPEN INPUT ROTAS
              IF FS-ROT-OK
                 MOVE WS-ROTA-ALUNO TO ID-ROTA
                 READ ROTAS
                    KEY IS ID-ROTA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE TURNO-ROTA TO WS-TURNO-ROTA-ALUNO
                          DISPLAY 'Transporte: rota ' ID-ROTA ' - '
                                  DS-ROTA ' TURNO ' TURNO-ROTA
                 END-READ
                 CLOSE ROTAS
              END-IF
           END-IF
           .
       P410-FIM.

       P420-CONTA-OCUPACAO.

      * Inscricoes ativas da oficina (WS-OFICINA-ALVO), sem contar o
      * proprio aluno (WS-ALUNO-ALVO) numa reinscricao.
           MOVE ZERO TO WS-OCUPACAO

           SET FS-INS-OK TO TRUE
           OPEN INPUT INSCR-OFICINA
           IF NOT FS-INS-OK
              SET FS-INS-OK TO TRUE
              GO TO P420-FIM
           END-IF

           MOVE WS-OFICINA-ALVO TO ID-OFICINA-INS
           MOVE ZERO TO ID-ALUNO-INS
           START INSCR-OFICINA KEY IS GREATER THAN OR EQUAL
              CHAVE-INSCR-OFI
                 INVALID KEY
                    SET EOF-INS-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-INS-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-INS-OK
              READ INSCR-OFICINA NEXT RECORD
                 AT END
                    SET EOF-INS-OK TO TRUE
                 NOT AT END
                    IF ID-OFICINA-INS NOT EQUAL WS-OFICINA-ALVO
                       SET EOF-INS-OK TO TRUE
                    ELSE
                       IF INSCRICAO-ATIVA AND
                          ID-ALUNO-INS NOT EQUAL WS-ALUNO-ALVO
                          ADD 1 TO WS-OCUPACAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE INSCR-OFICINA
           .
       P420-FIM.

       P430-CHOQUE-OFICINAS.

      * Outras inscricoes ativas do aluno no mesmo dia da semana com
      * horario sobreposto.
           SET FS-INS-OK TO TRUE
           OPEN INPUT INSCR-OFICINA
           IF NOT FS-INS-OK
              GO TO P430-FIM
           END-IF

           SET FS-OFI-OK TO TRUE
           OPEN INPUT OFICINAS
           IF NOT FS-OFI-OK
              CLOSE INSCR-OFICINA
              GO TO P430-FIM
           END-IF

           SET EOF-INS-OK TO FALSE
           PERFORM UNTIL EOF-INS-OK
              READ INSCR-OFICINA NEXT RECORD
                 AT END
                    SET EOF-INS-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-INS EQUAL WS-ALUNO-ALVO AND
                       ID-OFICINA-INS NOT EQUAL WS-OFICINA-ALVO AND
                       INSCRICAO-ATIVA
                       MOVE ID-OFICINA-INS TO ID-OFICINA
                       READ OFICINAS
                          KEY IS ID-OFICINA
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF DIA-SEMANA-OFI EQUAL WS-SEL-DIA AND
                                   HORA-INI-OFI < WS-SEL-FIM AND
                                   WS-SEL-INI < HORA-FIM-OFI AND
                                   OFICINA-ATIVA
                                   DISPLAY 'CHOQUE DE HORARIO COM A '
                                           'OFICINA ' ID-OFICINA
                                           ' - ' DS-OFICINA
                                   MOVE 'S' TO WS-RECUSA
                                END-IF
                       END-READ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFICINAS
           CLOSE INSCR-OFICINA
           .
       P430-FIM.

       P500-CANCELA-INSCRICAO.

           DISPLAY 'Informe o ID da oficina: '
           ACCEPT WS-OFICINA-ALVO
           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ALUNO-ALVO

           SET FS-INS-OK TO TRUE
           OPEN I-O INSCR-OFICINA
           IF NOT FS-INS-OK
              DISPLAY 'NENHUMA INSCRICAO REGISTRADA.'
              GO TO P500-FIM
           END-IF

           MOVE WS-OFICINA-ALVO TO ID-OFICINA-INS
           MOVE WS-ALUNO-ALVO   TO ID-ALUNO-INS
           READ INSCR-OFICINA
              KEY IS CHAVE-INSCR-OFI
                 INVALID KEY
                    DISPLAY 'INSCRICAO NAO ENCONTRADA.'
                    CLOSE INSCR-OFICINA
                    GO TO P500-FIM
           END-READ

           IF NOT INSCRICAO-ATIVA
              DISPLAY 'INSCRICAO JA CANCELADA EM ' DATA-CANCEL-INS '.'
              CLOSE INSCR-OFICINA
              GO TO P500-FIM
           END-IF

           DISPLAY 'TECLE <S> para cancelar a inscricao ou '
                   '<QUALQUER TECLA> para desistir: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              CLOSE INSCR-OFICINA
              GO TO P500-FIM
           END-IF

           MOVE REG-INSCR-OFICINA TO WS-REG-INS-ANTES
           MOVE 'C'          TO SITUACAO-INS
           MOVE WS-DATA-HOJE TO DATA-CANCEL-INS
           MOVE LK-OPERADOR  TO OPERADOR-INS
           REWRITE REG-INSCR-OFICINA
              INVALID KEY
                 DISPLAY 'ERRO AO CANCELAR A INSCRICAO.'
              NOT INVALID KEY
                 DISPLAY 'INSCRICAO CANCELADA. VAGA LIBERADA.'
                 MOVE 'CANCELA'       TO AUD-OPERACAO
                 MOVE 'INSCR-OFICINA' TO AUD-ARQUIVO
                 MOVE CHAVE-INSCR-OFI TO AUD-CHAVE
                 MOVE WS-REG-INS-ANTES TO AUD-VALOR-ANTES
                 MOVE REG-INSCR-OFICINA TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-REWRITE

           CLOSE INSCR-OFICINA
           .
       P500-FIM.

       P600-REGISTRA-PRESENCA.

      * Diario do encontro: um P/F por aluno inscrito na data. Novo
      * lancamento da mesma data substitui o anterior.
           MOVE ZERO TO WS-QTD-PRESENTES
           MOVE ZERO TO WS-QTD-FALTAS

           DISPLAY 'Informe o ID da oficina: '
           ACCEPT WS-OFICINA-ALVO
           PERFORM P350-VALIDA-OFICINA THRU P350-FIM
           IF NOT FS-OFI-OK
              GO TO P600-FIM
           END-IF

           DISPLAY 'Data do encontro AAAAMMDD (<ENTER> = hoje): '
           ACCEPT WS-DATA-ENCONTRO
           IF WS-DATA-ENCONTRO NOT NUMERIC OR
              WS-DATA-ENCONTRO EQUAL ZERO
              MOVE WS-DATA-HOJE TO WS-DATA-ENCONTRO
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-ENCONTRO)
              NOT EQUAL ZERO OR WS-DATA-ENCONTRO > WS-DATA-HOJE
              DISPLAY 'DATA INVALIDA OU FUTURA.'
              GO TO P600-FIM
           END-IF

           COMPUTE WS-DIA-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATA-ENCONTRO)
      * O dia 1 da contagem (01/01/1601) caiu numa segunda-feira.
           DIVIDE WS-DIA-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-DATA
           IF WS-DIA-DATA EQUAL ZERO
              MOVE 7 TO WS-DIA-DATA
           END-IF
           IF WS-DIA-DATA NOT EQUAL WS-SEL-DIA
              DISPLAY 'A OFICINA ACONTECE NO DIA DA SEMANA '
                      WS-SEL-DIA ' E A DATA CAI NO DIA ' WS-DIA-DATA
                      '. LANCAMENTO RECUSADO.'
              GO TO P600-FIM
           END-IF

           SET FS-INS-OK TO TRUE
           OPEN INPUT INSCR-OFICINA
           IF NOT FS-INS-OK
              DISPLAY 'NENHUM ALUNO INSCRITO NA OFICINA.'
              GO TO P600-FIM
           END-IF

           SET FS-FOF-OK TO TRUE
           OPEN I-O FREQ-OFICINA
           IF WS-FS-FOF EQUAL 35
              OPEN OUTPUT FREQ-OFICINA
              CLOSE FREQ-OFICINA
              OPEN I-O FREQ-OFICINA
           END-IF
           IF NOT FS-FOF-OK
              DISPLAY 'ERRO AO ABRIR O DIARIO DAS OFICINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FOF
              CLOSE INSCR-OFICINA
              GO TO P600-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS

           DISPLAY '<P> presente, <F> falta (<ENTER> = presente):'

           MOVE WS-OFICINA-ALVO TO ID-OFICINA-INS
           MOVE ZERO TO ID-ALUNO-INS
           START INSCR-OFICINA KEY IS GREATER THAN OR EQUAL
              CHAVE-INSCR-OFI
                 INVALID KEY
                    SET EOF-INS-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-INS-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-INS-OK
              READ INSCR-OFICINA NEXT RECORD
                 AT END
                    SET EOF-INS-OK TO TRUE
                 NOT AT END
                    IF ID-OFICINA-INS NOT EQUAL WS-OFICINA-ALVO
                       SET EOF-INS-OK TO TRUE
                    ELSE
                       IF DATA-INS NOT GREATER THAN WS-DATA-ENCONTRO
                          AND (INSCRICAO-ATIVA OR
                          DATA-CANCEL-INS > WS-DATA-ENCONTRO)
                          PERFORM P650-LANCA-ALUNO THRU P650-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FS-OK
              CLOSE ALUNOS
           END-IF
           CLOSE FREQ-OFICINA
           CLOSE INSCR-OFICINA

           DISPLAY 'ENCONTRO DE ' WS-DATA-ENCONTRO ': '
                   WS-QTD-PRESENTES ' PRESENTE(S) E '
                   WS-QTD-FALTAS ' FALTA(S).'

           IF WS-QTD-PRESENTES + WS-QTD-FALTAS > ZERO
              MOVE 'PRESENCA'     TO AUD-OPERACAO
              MOVE 'FREQ-OFICINA' TO AUD-ARQUIVO
              MOVE WS-OFICINA-ALVO TO AUD-CHAVE
              MOVE SPACE          TO AUD-VALOR-ANTES
              MOVE SPACE          TO AUD-VALOR-DEPOIS
              STRING 'ENCONTRO '       DELIMITED BY SIZE
                     WS-DATA-ENCONTRO  DELIMITED BY SIZE
                     ' PRESENTES '     DELIMITED BY SIZE
                     WS-QTD-PRESENTES  DELIMITED BY SIZE
                     ' FALTAS '        DELIMITED BY SIZE
                     WS-QTD-FALTAS     DELIMITED BY SIZE
                     INTO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF
           .
       P600-FIM.

       P650-LANCA-ALUNO.

           MOVE SPACE TO WS-NM-ALUNO-OFI
           IF FS-OK
              MOVE ID-ALUNO-INS TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-NM-ALUNO-OFI
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-OFI
              END-READ
           END-IF

           MOVE SPACE TO WS-PRESENCA
           DISPLAY ID-ALUNO-INS ' ' WS-NM-ALUNO-OFI ': '
           ACCEPT WS-PRESENCA
           IF WS-PRESENCA EQUAL 'f' OR WS-PRESENCA EQUAL 'F'
              MOVE 'F' TO WS-PRESENCA
              ADD 1 TO WS-QTD-FALTAS
           ELSE
              MOVE 'P' TO WS-PRESENCA
              ADD 1 TO WS-QTD-PRESENTES
           END-IF

           MOVE WS-OFICINA-ALVO  TO ID-OFICINA-FOF
           MOVE WS-DATA-ENCONTRO TO DATA-FOF
           MOVE ID-ALUNO-INS     TO ID-ALUNO-FOF
           MOVE WS-PRESENCA      TO PRESENCA-FOF
           MOVE LK-OPERADOR      TO OPERADOR-FOF
           MOVE WS-DATA-HOJE     TO DATA-LANC-FOF
           WRITE REG-FREQ-OFICINA
              INVALID KEY
                 REWRITE REG-FREQ-OFICINA
           END-WRITE
           .
       P650-FIM.

       P700-RELATORIO-MENSAL.

      * Participacao do mes por oficina (encontros, inscritos,
      * participantes, presencas e frequencia) e por aluno, com o
      * total de alunos distintos atendidos no contraturno.
           MOVE ZERO TO WS-TOT-OFICINAS
           MOVE ZERO TO WS-TOT-SESSOES
           MOVE ZERO TO WS-TOT-PRESENCAS
           MOVE ZERO TO WS-TOT-FALTAS
           MOVE ZERO TO WS-ATEND-QTD

           MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
           DISPLAY 'Mes de referencia AAAAMM (<ENTER> = ' WS-MES-REF
                   '): '
           ACCEPT WS-MES-REF
           IF WS-MES-REF NOT NUMERIC OR WS-MES-REF EQUAL ZERO
              MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
           END-IF
           IF WS-MES-REF(5:2) < '01' OR WS-MES-REF(5:2) > '12'
              DISPLAY 'MES INVALIDO.'
              GO TO P700-FIM
           END-IF

           SET FS-OFI-OK TO TRUE
           OPEN INPUT OFICINAS
           IF NOT FS-OFI-OK
              DISPLAY 'NENHUMA OFICINA CADASTRADA.'
              GO TO P700-FIM
           END-IF

           SET FS-FOF-OK TO TRUE
           OPEN INPUT FREQ-OFICINA
           SET FS-INS-OK TO TRUE
           OPEN INPUT INSCR-OFICINA
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS

           MOVE 'CONTRATURNO MENSAL' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'PARTICIPACAO NAS OFICINAS DE CONTRATURNO - MES '
                     DELIMITED BY SIZE
                  WS-MES-REF(5:2) DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-MES-REF(1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           IF LK-UNIDADE NOT EQUAL SPACE
              STRING 'UNIDADE ' DELIMITED BY SIZE
                     LK-UNIDADE DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              DISPLAY WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ OFICINAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF LK-UNIDADE EQUAL SPACE OR
                       UNIDADE-OFI EQUAL LK-UNIDADE
                       PERFORM P710-OFICINA-MES THRU P710-FIM
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACE TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'TOTAL: '            DELIMITED BY SIZE
                  WS-TOT-OFICINAS      DELIMITED BY SIZE
                  ' OFICINA(S), '      DELIMITED BY SIZE
                  WS-TOT-SESSOES       DELIMITED BY SIZE
                  ' ENCONTRO(S), '     DELIMITED BY SIZE
                  WS-ATEND-QTD         DELIMITED BY SIZE
                  ' ALUNO(S) ATENDIDO(S)' DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-PERC
           IF WS-TOT-PRESENCAS + WS-TOT-FALTAS > ZERO
              COMPUTE WS-PERC ROUNDED = WS-TOT-PRESENCAS * 100 /
                 (WS-TOT-PRESENCAS + WS-TOT-FALTAS)
           END-IF
           MOVE WS-PERC TO WS-PERC-ED
           STRING '       '            DELIMITED BY SIZE
                  WS-TOT-PRESENCAS     DELIMITED BY SIZE
                  ' PRESENCA(S), '     DELIMITED BY SIZE
                  WS-TOT-FALTAS        DELIMITED BY SIZE
                  ' FALTA(S), FREQUENCIA ' DELIMITED BY SIZE
                  WS-PERC-ED           DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           IF FS-OK
              CLOSE ALUNOS
           END-IF
           IF FS-INS-OK
              CLOSE INSCR-OFICINA
           END-IF
           IF FS-FOF-OK
              CLOSE FREQ-OFICINA
           END-IF
           CLOSE OFICINAS
           .
       P700-FIM.

       P710-OFICINA-MES.

           MOVE ZERO TO WS-OFI-SESSOES
           MOVE ZERO TO WS-OFI-INSCRITOS
           MOVE ZERO TO WS-OFI-PARTICIPANTES
           MOVE ZERO TO WS-OFI-PRESENCAS
           MOVE ZERO TO WS-OFI-FALTAS
           MOVE ZERO TO WS-PART-QTD
           MOVE ZERO TO WS-ULTIMA-DATA

      * Inscritos no mes: inscricao ate o fim do mes e nao cancelada
      * antes do inicio dele.
           IF FS-INS-OK
              MOVE ID-OFICINA TO ID-OFICINA-INS
              MOVE ZERO TO ID-ALUNO-INS
              START INSCR-OFICINA KEY IS GREATER THAN OR EQUAL
                 CHAVE-INSCR-OFI
                    INVALID KEY
                       SET EOF-INS-OK TO TRUE
                    NOT INVALID KEY
                       SET EOF-INS-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-INS-OK
                 READ INSCR-OFICINA NEXT RECORD
                    AT END
                       SET EOF-INS-OK TO TRUE
                    NOT AT END
                       IF ID-OFICINA-INS NOT EQUAL ID-OFICINA
                          SET EOF-INS-OK TO TRUE
                       ELSE
                          IF DATA-INS(1:6) NOT GREATER THAN
                             WS-MES-REF AND
                             (INSCRICAO-ATIVA OR
                             DATA-CANCEL-INS(1:6) NOT LESS THAN
                             WS-MES-REF)
                             ADD 1 TO WS-OFI-INSCRITOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

      * Diario do mes: chave oficina + data + aluno.
           IF FS-FOF-OK
              MOVE ID-OFICINA TO ID-OFICINA-FOF
              MOVE WS-MES-REF TO DATA-FOF(1:6)
              MOVE '01'       TO DATA-FOF(7:2)
              MOVE ZERO       TO ID-ALUNO-FOF
              START FREQ-OFICINA KEY IS GREATER THAN OR EQUAL
                 CHAVE-FREQ-OFI
                    INVALID KEY
                       SET EOF-INS-OK TO TRUE
                    NOT INVALID KEY
                       SET EOF-INS-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-INS-OK
                 READ FREQ-OFICINA NEXT RECORD
                    AT END
                       SET EOF-INS-OK TO TRUE
                    NOT AT END
                       IF ID-OFICINA-FOF NOT EQUAL ID-OFICINA OR
                          DATA-FOF(1:6) NOT EQUAL WS-MES-REF
                          SET EOF-INS-OK TO TRUE
                       ELSE
                          PERFORM P720-ACUMULA-PRESENCA THRU P720-FIM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-OFI-INSCRITOS EQUAL ZERO AND WS-OFI-SESSOES EQUAL ZERO
              GO TO P710-FIM
           END-IF

           ADD 1 TO WS-TOT-OFICINAS
           ADD WS-OFI-SESSOES   TO WS-TOT-SESSOES
           ADD WS-OFI-PRESENCAS TO WS-TOT-PRESENCAS
           ADD WS-OFI-FALTAS    TO WS-TOT-FALTAS

           MOVE SPACE TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'OFICINA '       DELIMITED BY SIZE
                  ID-OFICINA       DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  DS-OFICINA       DELIMITED BY SIZE
                  ' MONITOR '      DELIMITED BY SIZE
                  MONITOR-OFICINA  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-PERC
           IF WS-OFI-PRESENCAS + WS-OFI-FALTAS > ZERO
              COMPUTE WS-PERC ROUNDED = WS-OFI-PRESENCAS * 100 /
                 (WS-OFI-PRESENCAS + WS-OFI-FALTAS)
           END-IF
           MOVE WS-PERC TO WS-PERC-ED
           STRING '  ENCONTROS '   DELIMITED BY SIZE
                  WS-OFI-SESSOES   DELIMITED BY SIZE
                  ' INSCRITOS '    DELIMITED BY SIZE
                  WS-OFI-INSCRITOS DELIMITED BY SIZE
                  ' PARTICIPANTES ' DELIMITED BY SIZE
                  WS-OFI-PARTICIPANTES DELIMITED BY SIZE
                  ' FREQ '         DELIMITED BY SIZE
                  WS-PERC-ED       DELIMITED BY SIZE
                  '%'              DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > WS-PART-QTD
              PERFORM P730-LINHA-ALUNO THRU P730-FIM
           END-PERFORM
           .
       P710-FIM.

       P720-ACUMULA-PRESENCA.

           IF DATA-FOF NOT EQUAL WS-ULTIMA-DATA
              ADD 1 TO WS-OFI-SESSOES
              MOVE DATA-FOF TO WS-ULTIMA-DATA
           END-IF

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > WS-PART-QTD
                 OR WS-PART-ALUNO (WS-PART-IDX) EQUAL ID-ALUNO-FOF
              CONTINUE
           END-PERFORM

           IF WS-PART-IDX > WS-PART-QTD
              IF WS-PART-QTD < 999
                 ADD 1 TO WS-PART-QTD
                 MOVE WS-PART-QTD TO WS-PART-IDX
                 MOVE ID-ALUNO-FOF TO WS-PART-ALUNO (WS-PART-IDX)
                 MOVE ZERO TO WS-PART-PRES (WS-PART-IDX)
                 MOVE ZERO TO WS-PART-FALTAS (WS-PART-IDX)
              ELSE
                 GO TO P720-FIM
              END-IF
           END-IF

           IF FOF-PRESENTE
              ADD 1 TO WS-OFI-PRESENCAS
              IF WS-PART-PRES (WS-PART-IDX) EQUAL ZERO
                 ADD 1 TO WS-OFI-PARTICIPANTES
                 PERFORM P740-MARCA-ATENDIDO THRU P740-FIM
              END-IF
              ADD 1 TO WS-PART-PRES (WS-PART-IDX)
           ELSE
              ADD 1 TO WS-OFI-FALTAS
              ADD 1 TO WS-PART-FALTAS (WS-PART-IDX)
           END-IF
           .
       P720-FIM.

       P730-LINHA-ALUNO.

           MOVE SPACE TO WS-NM-ALUNO-OFI
           IF FS-OK
              MOVE WS-PART-ALUNO (WS-PART-IDX) TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-NM-ALUNO-OFI
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-OFI
              END-READ
           END-IF

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-PART-ALUNO (WS-PART-IDX) TO WS-LINHA-SPOOL(5:5)
           MOVE WS-NM-ALUNO-OFI TO WS-LINHA-SPOOL(11:20)
           MOVE 'PRESENCAS' TO WS-LINHA-SPOOL(33:9)
           MOVE WS-PART-PRES (WS-PART-IDX) TO WS-LINHA-SPOOL(43:3)
           MOVE 'FALTAS' TO WS-LINHA-SPOOL(48:6)
           MOVE WS-PART-FALTAS (WS-PART-IDX) TO WS-LINHA-SPOOL(55:3)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P730-FIM.

       P740-MARCA-ATENDIDO.

      * Aluno distinto atendido no mes (conta uma vez mesmo em mais
      * de uma oficina).
           PERFORM VARYING WS-ATEND-IDX FROM 1 BY 1
              UNTIL WS-ATEND-IDX > WS-ATEND-QTD
                 OR WS-ATEND-ALUNO (WS-ATEND-IDX) EQUAL ID-ALUNO-FOF
              CONTINUE
           END-PERFORM

           IF WS-ATEND-IDX > WS-ATEND-QTD AND WS-ATEND-QTD < 5000
              ADD 1 TO WS-ATEND-QTD
              MOVE ID-ALUNO-FOF TO WS-ATEND-ALUNO (WS-ATEND-QTD)
           END-IF
           .
       P740-FIM.

       P850-PROXIMO-NUMERO.

           MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE

           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF FS-CTL-OK
              READ CONTROLE
                 KEY IS CHAVE-CONTROLE
                    INVALID KEY
                       MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE
      * A faixa reservada da unidade (CONTROLE_FAIXA_BASE) evita a
      * colisao de chaves na consolidacao entre campi.
                       ACCEPT WS-FAIXA-BASE FROM ENVIRONMENT
                          'CONTROLE_FAIXA_BASE'
                          ON EXCEPTION
                             MOVE ZERO TO WS-FAIXA-BASE
                       END-ACCEPT
                       IF WS-FAIXA-BASE NOT NUMERIC
                          MOVE ZERO TO WS-FAIXA-BASE
                       END-IF
                       COMPUTE ULTIMO-NUMERO = WS-FAIXA-BASE + 1
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       WRITE REG-CONTROLE
                    NOT INVALID KEY
                       ADD 1 TO ULTIMO-NUMERO
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       REWRITE REG-CONTROLE
              END-READ
           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
           END-IF

           CLOSE CONTROLE

           .
       P850-FIM.

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

           MOVE 'PROGCONT' TO AUD-PROGRAMA
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
       END PROGRAM PROGCONT.
