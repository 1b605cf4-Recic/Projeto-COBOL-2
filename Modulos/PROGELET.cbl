      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Componentes eletivos do ensino medio (itinerarios):
      *          inscricao do aluno com ate cinco disciplinas em ordem
      *          de preferencia (ELETIVAS) e alocacao em lote pela
      *          coordenacao. A alocacao ordena os inscritos por serie
      *          (a mais adiantada primeiro), media de aprovacao no
      *          AL-APROV e data da inscricao, e distribui em rodadas
      *          (uma eletiva por aluno a cada rodada) a melhor opcao
      *          com vaga (VAGAS-DISCIPLINA), pre-requisitos cumpridos
      *          (ID-PREREQ1/2, AL-APROV e HIST-APROV) e sem choque no
      *          quadro de HORARIOS. Grava as MATRICULAS e emite no
      *          spool quem ficou com qual opcao e quem ficou sem
      *          nenhuma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGELET.


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

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
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

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS-HOR.

           SELECT ELETIVAS ASSIGN TO
           WS-CAMINHO-ELETIVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ELETIVA
           FILE STATUS IS WS-FS-ELT.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  HIST-APROV.
       01  REG-HIST-APROV                     PIC X(77).

       FD  SERIES.
           COPY FD-SERIES.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  ELETIVAS.
           COPY FD-ELETIVAS.

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-HIST-APROV             PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-ELETIVAS               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-APR                         PIC 99.
           88 FS-APR-OK                      VALUE 0.

       77  WS-FS-HST                         PIC 99.
           88 FS-HST-OK                      VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-HOR                         PIC 99.
           88 FS-HOR-OK                      VALUE 0.

       77  WS-FS-ELT                         PIC 99.
           88 FS-ELT-OK                      VALUE 0.

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

       77  WS-ANO-ELT                        PIC 9(04) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-ID-ALUNO-IN                    PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-IN                    PIC X(20) VALUE SPACE.
       77  WS-DISC-IN                        PIC 9(05) VALUE ZERO.
       77  WS-QTD-OPC-IN                     PIC 9(01) VALUE ZERO.
       77  WS-FIM-OPCOES                     PIC X VALUE 'N'.
           88 FIM-OPCOES-OK                  VALUE 'S' FALSE 'N'.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 INSCRICAO-EXISTE-OK            VALUE 'S' FALSE 'N'.
       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S' FALSE 'N'.
       01  WS-TAB-OPCOES-IN.
           03 WS-OPC-IN OCCURS 5 TIMES       PIC 9(05).
       77  WS-OPC-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-OPC-IDX2                       PIC 9(01) VALUE ZERO.

      * Inscritos carregados para a alocacao, com os dados da
      * prioridade, as disciplinas ja aprovadas (pre-requisitos) e os
      * horarios ocupados no ano (dia * 100 + tempo).
       77  WS-IN-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-IN-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-IN-IDX2                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-INSCRITOS.
           03 WS-IN-ITEM OCCURS 500 TIMES.
              05 WS-IN-ID                    PIC 9(05).
              05 WS-IN-NOME                  PIC X(20).
              05 WS-IN-DT                    PIC 9(08).
              05 WS-IN-SERIE                 PIC 9(05).
              05 WS-IN-IDADE                 PIC 9(02).
              05 WS-IN-MEDIA                 PIC 9(02)V99.
              05 WS-IN-SOMA                  PIC 9(05)V99.
              05 WS-IN-QTD-MEDIA             PIC 9(03).
              05 WS-IN-ATIVO                 PIC X(01).
                 88 IN-ATIVO-OK              VALUE 'S'.
              05 WS-IN-QTD-OPC               PIC 9(01).
              05 WS-IN-OPC OCCURS 5 TIMES.
                 07 WS-IN-OPC-DISC           PIC 9(05).
                 07 WS-IN-OPC-RES            PIC X(01).
              05 WS-IN-ALOCADAS              PIC 9(01).
              05 WS-IN-QTD-APROV             PIC 9(02).
              05 WS-IN-APROV OCCURS 40 TIMES PIC 9(05).
              05 WS-IN-QTD-SLOT              PIC 9(02).
              05 WS-IN-SLOT OCCURS 40 TIMES  PIC 9(03).
              05 WS-IN-PRIORIDADE            PIC X(19).

      * Ordem de atendimento (indices de WS-TAB-INSCRITOS).
       77  WS-ORD-IDX                        PIC 9(03) VALUE ZERO.
       77  WS-ORD-IDX2                       PIC 9(03) VALUE ZERO.
       77  WS-ORD-AUX                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-ORDEM.
           03 WS-ORD OCCURS 500 TIMES        PIC 9(03).

      * Chave de prioridade: serie mais adiantada (maior idade
      * esperada), maior media, inscricao mais antiga, menor ID.
       01  WS-CHAVE-PRIORIDADE.
           03 WS-PRI-SERIE                   PIC 9(02).
           03 WS-PRI-MEDIA                   PIC 9(04).
           03 WS-PRI-DATA                    PIC 9(08).
           03 WS-PRI-ID                      PIC 9(05).

      * Disciplinas eletivas pedidas, com vagas, ocupacao no ano,
      * pre-requisitos, turma da oferta e horarios no quadro.
       77  WS-EL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-EL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-EL-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-ELETIVAS.
           03 WS-EL-ITEM OCCURS 100 TIMES.
              05 WS-EL-DISC                  PIC 9(05).
              05 WS-EL-NOME                  PIC X(20).
              05 WS-EL-EXISTE                PIC X(01).
              05 WS-EL-VAGAS                 PIC 9(03).
              05 WS-EL-OCUP                  PIC 9(03).
              05 WS-EL-ALOCADOS              PIC 9(03).
              05 WS-EL-PRE1                  PIC 9(05).
              05 WS-EL-PRE2                  PIC 9(05).
              05 WS-EL-TURMA                 PIC 9(05).
              05 WS-EL-QTD-SLOT              PIC 9(02).
              05 WS-EL-SLOT OCCURS 30 TIMES  PIC 9(03).

       77  WS-QTD-POR-ALUNO                  PIC 9(01) VALUE 1.
       77  WS-RODADA                         PIC 9(01) VALUE ZERO.
       77  WS-ALOCOU                         PIC X VALUE 'N'.
           88 ALOCOU-OK                      VALUE 'S' FALSE 'N'.
       77  WS-RESULTADO                      PIC X(01) VALUE SPACE.
       77  WS-SLOT                           PIC 9(03) VALUE ZERO.
       77  WS-SLOT-IDX                       PIC 9(02) VALUE ZERO.
       77  WS-SLOT-IDX2                      PIC 9(02) VALUE ZERO.
       77  WS-APR-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-PRE-TESTE                      PIC 9(05) VALUE ZERO.
       77  WS-PRE-OK                         PIC X VALUE 'N'.
           88 PRE-CUMPRIDO-OK                VALUE 'S' FALSE 'N'.

       01  WS-REGISTRO-HA                    PIC X(77) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-HA.
           03 ID-HA                          PIC 9(05).
           03 NM-HA                          PIC X(20).
           03 DP-HA                          PIC X(20).
           03 IDDP-HA                        PIC 9(05).
           03 MD-HA                          PIC 9(02)V99.
           03 REC-HA                         PIC 9(02)V99.
           03 ST-HA                          PIC X(10).
           03 ANO-HA                         PIC 9(04).
           03 FREQ-HA                        PIC 9(03)V99.

       77  WS-QTD-ALOCADOS                   PIC 9(03) VALUE ZERO.
       77  WS-QTD-PARCIAIS                   PIC 9(03) VALUE ZERO.
       77  WS-QTD-SEM-ALOCACAO               PIC 9(03) VALUE ZERO.
       77  WS-QTD-MATR-GRAVADAS              PIC 9(03) VALUE ZERO.
       77  WS-QTD-ERROS                      PIC 9(03) VALUE ZERO.
       77  WS-MEDIA-ED                       PIC Z9,99.
       77  WS-DS-RESULTADO                   PIC X(20) VALUE SPACE.

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
           DISPLAY 'COMPONENTES ELETIVOS - INSCRICAO E ALOCACAO'
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

           ACCEPT WS-CAMINHO-SERIES FROM ENVIRONMENT 'SERIES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SERIES.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SERIES
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ELETIVAS FROM ENVIRONMENT 'ELETIVAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ELETIVAS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-ELETIVAS
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
           DISPLAY '|   1 - Inscricao do Aluno (Preferencias)         |'
           DISPLAY '|   2 - Consultar Inscricoes do Ano               |'
           DISPLAY '|   3 - Alocacao em Lote                          |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-INSCREVE THRU P200-FIM
              WHEN '2'
                 PERFORM P300-CONSULTA THRU P300-FIM
              WHEN '3'
                 PERFORM P500-ALOCA THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-INSCREVE.

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO-IN

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           MOVE WS-ID-ALUNO-IN TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO.'
                    CLOSE ALUNOS
                    GO TO P200-FIM
           END-READ
           CLOSE ALUNOS

           IF ALUNO-INATIVO
              DISPLAY 'ALUNO INATIVO. INSCRICAO RECUSADA.'
              GO TO P200-FIM
           END-IF

      * Operador restrito a uma unidade so inscreve alunos dela.
           IF LK-UNIDADE NOT EQUAL SPACE AND
              UNIDADE-ALUNO NOT EQUAL LK-UNIDADE
              DISPLAY 'ALUNO DA UNIDADE ' UNIDADE-ALUNO
                      ' - FORA DA ALCADA DO OPERADOR ('
                      LK-UNIDADE ').'
              GO TO P200-FIM
           END-IF
           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-IN
           DISPLAY 'ALUNO: ' WS-NM-ALUNO-IN

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           DISPLAY 'Ano letivo das eletivas (<ENTER> = ' WS-ANO-ELT
                   '): '
           ACCEPT WS-ANO-ELT
           IF WS-ANO-ELT NOT NUMERIC OR WS-ANO-ELT EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           END-IF

           SET FS-ELT-OK TO TRUE
           OPEN I-O ELETIVAS

           IF WS-FS-ELT EQUAL 35
              OPEN OUTPUT ELETIVAS
              CLOSE ELETIVAS
              OPEN I-O ELETIVAS
           END-IF

           IF NOT FS-ELT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ELETIVAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ELT
              GO TO P200-FIM
           END-IF

           MOVE WS-ANO-ELT     TO ANO-ELT
           MOVE WS-ID-ALUNO-IN TO ID-ALUNO-ELT
           SET INSCRICAO-EXISTE-OK TO FALSE
           READ ELETIVAS
              KEY IS CHAVE-ELETIVA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET INSCRICAO-EXISTE-OK TO TRUE
           END-READ

      * Inscricao ja alocada nao muda: a troca de eletiva depois da
      * alocacao e feita na matricula, com a vaga conferida la.
           IF INSCRICAO-EXISTE-OK AND ELT-ALOCADA
              DISPLAY 'INSCRICAO JA ALOCADA EM ' DT-ALOCACAO-ELT
                      '. ALTERACAO RECUSADA.'
              CLOSE ELETIVAS
              GO TO P200-FIM
           END-IF

           MOVE SPACE TO AUD-VALOR-ANTES
           IF INSCRICAO-EXISTE-OK
              DISPLAY 'INSCRICAO ATUAL (' DT-INSCRICAO-ELT '):'
              PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                 UNTIL WS-OPC-IDX > QTD-OPCOES-ELT
                 DISPLAY '  ' WS-OPC-IDX 'a OPCAO: '
                         ID-DISC-OPC-ELT(WS-OPC-IDX)
              END-PERFORM
              DISPLAY 'TECLE: <S> para SUBSTITUIR as preferencias ou '
                      '<QUALQUER TECLA> para cancelar.'
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'OPERACAO CANCELADA.'
                 CLOSE ELETIVAS
                 GO TO P200-FIM
              END-IF
              MOVE REG-ELETIVA TO AUD-VALOR-ANTES
           END-IF

           PERFORM P210-LE-OPCOES THRU P210-FIM
           IF WS-QTD-OPC-IN EQUAL ZERO
              DISPLAY 'NENHUMA OPCAO INFORMADA. NADA GRAVADO.'
              CLOSE ELETIVAS
              GO TO P200-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACE          TO REG-ELETIVA
           MOVE WS-ANO-ELT     TO ANO-ELT
           MOVE WS-ID-ALUNO-IN TO ID-ALUNO-ELT
           MOVE WS-DATA-HOJE   TO DT-INSCRICAO-ELT
           MOVE WS-QTD-OPC-IN  TO QTD-OPCOES-ELT
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
              UNTIL WS-OPC-IDX > 5
              MOVE WS-OPC-IN(WS-OPC-IDX)
                 TO ID-DISC-OPC-ELT(WS-OPC-IDX)
              MOVE SPACE TO RESULT-OPC-ELT(WS-OPC-IDX)
           END-PERFORM
           MOVE ZERO           TO ID-SERIE-ELT
           MOVE ZERO           TO MEDIA-ELT
           MOVE 'I'            TO STATUS-ELT
           MOVE ZERO           TO DT-ALOCACAO-ELT
           MOVE LK-OPERADOR    TO OPERADOR-ELT

           IF INSCRICAO-EXISTE-OK
              REWRITE REG-ELETIVA
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-ELETIVA
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-ELT-OK
              DISPLAY 'ERRO AO GRAVAR A INSCRICAO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ELT
              CLOSE ELETIVAS
              GO TO P200-FIM
           END-IF

           CLOSE ELETIVAS
           DISPLAY 'INSCRICAO GRAVADA COM ' WS-QTD-OPC-IN ' OPCAO(OES).'

           MOVE 'ELETIVAS'     TO AUD-ARQUIVO
           MOVE WS-ID-ALUNO-IN TO AUD-CHAVE
           MOVE REG-ELETIVA    TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P210-LE-OPCOES.

      * Ate cinco disciplinas distintas, em ordem de preferencia;
      * zero encerra a lista.
           MOVE ZERO TO WS-TAB-OPCOES-IN
           MOVE ZERO TO WS-QTD-OPC-IN
           SET FIM-OPCOES-OK TO FALSE

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DP
              GO TO P210-FIM
           END-IF

           PERFORM UNTIL FIM-OPCOES-OK OR WS-QTD-OPC-IN >= 5
              COMPUTE WS-OPC-IDX = WS-QTD-OPC-IN + 1
              DISPLAY WS-OPC-IDX 'a opcao (ID da disciplina, '
                      '0 encerra): '
              MOVE ZERO TO WS-DISC-IN
              ACCEPT WS-DISC-IN

              IF WS-DISC-IN NOT NUMERIC OR WS-DISC-IN EQUAL ZERO
                 SET FIM-OPCOES-OK TO TRUE
              ELSE
                 SET VALIDO-OK TO TRUE
                 PERFORM VARYING WS-OPC-IDX2 FROM 1 BY 1
                    UNTIL WS-OPC-IDX2 > WS-QTD-OPC-IN
                    IF WS-OPC-IN(WS-OPC-IDX2) EQUAL WS-DISC-IN
                       SET VALIDO-OK TO FALSE
                    END-IF
                 END-PERFORM
                 IF NOT VALIDO-OK
                    DISPLAY 'DISCIPLINA JA ESCOLHIDA EM OUTRA OPCAO.'
                 ELSE
                    MOVE WS-DISC-IN TO ID-DISCIPLINA IN REG-DISCIPLINA
                    READ DISCIPLINAS
                       KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                          INVALID KEY
                             DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                          NOT INVALID KEY
                             DISPLAY '   '
                                     NM-DISCIPLINA IN REG-DISCIPLINA
                             ADD 1 TO WS-QTD-OPC-IN
                             MOVE WS-DISC-IN
                                TO WS-OPC-IN(WS-QTD-OPC-IN)
                    END-READ
                 END-IF
              END-IF
           END-PERFORM

           CLOSE DISCIPLINAS
           .
       P210-FIM.

       P300-CONSULTA.

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           DISPLAY 'Ano letivo das eletivas (<ENTER> = ' WS-ANO-ELT
                   '): '
           ACCEPT WS-ANO-ELT
           IF WS-ANO-ELT NOT NUMERIC OR WS-ANO-ELT EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           END-IF

           SET FS-ELT-OK TO TRUE
           OPEN INPUT ELETIVAS
           IF WS-FS-ELT EQUAL 35
              DISPLAY 'NENHUMA INSCRICAO REGISTRADA.'
              GO TO P300-FIM
           END-IF
           IF NOT FS-ELT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ELETIVAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ELT
              GO TO P300-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'ALUNO INSCRICAO SIT OPCOES (DISCIPLINA/RESULTADO)'
           DISPLAY '----- -------- --- -------------------------------'

           MOVE ZERO TO WS-IN-QTD
           MOVE WS-ANO-ELT TO ANO-ELT
           MOVE ZERO       TO ID-ALUNO-ELT
           SET EOF-OK TO FALSE
           START ELETIVAS KEY IS NOT LESS THAN CHAVE-ELETIVA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ ELETIVAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-ELT NOT EQUAL WS-ANO-ELT
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-IN-QTD
                       DISPLAY ID-ALUNO-ELT ' ' DT-INSCRICAO-ELT
                               '  ' STATUS-ELT '  '
                               ID-DISC-OPC-ELT(1) '/'
                               RESULT-OPC-ELT(1) ' '
                               ID-DISC-OPC-ELT(2) '/'
                               RESULT-OPC-ELT(2) ' '
                               ID-DISC-OPC-ELT(3) '/'
                               RESULT-OPC-ELT(3) ' '
                               ID-DISC-OPC-ELT(4) '/'
                               RESULT-OPC-ELT(4) ' '
                               ID-DISC-OPC-ELT(5) '/'
                               RESULT-OPC-ELT(5)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ELETIVAS

           DISPLAY ' '
           DISPLAY 'INSCRICOES NO ANO: ' WS-IN-QTD
           DISPLAY 'SIT: I inscrita, A alocada, N sem alocacao. '
                   'RESULTADO: A alocada, M ja matriculado,'
           DISPLAY 'V sem vaga, P sem pre-requisito, H choque de '
                   'horario.'
           .
       P300-FIM.

       P500-ALOCA.

      * Alocacao em lote pela coordenacao ou direcao. Entram as
      * inscricoes ainda nao alocadas do ano (situacao I ou N); uma
      * nova rodada depois de vagas liberadas reaproveita as que
      * ficaram sem alocacao.
           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              GO TO P500-FIM
           END-IF

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           DISPLAY 'Ano letivo das eletivas (<ENTER> = ' WS-ANO-ELT
                   '): '
           ACCEPT WS-ANO-ELT
           IF WS-ANO-ELT NOT NUMERIC OR WS-ANO-ELT EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ELT
           END-IF

           MOVE 1 TO WS-QTD-POR-ALUNO
           DISPLAY 'Eletivas por aluno (1 a 5, <ENTER> = 1): '
           ACCEPT WS-QTD-POR-ALUNO
           IF WS-QTD-POR-ALUNO NOT NUMERIC OR
              WS-QTD-POR-ALUNO < 1 OR WS-QTD-POR-ALUNO > 5
              MOVE 1 TO WS-QTD-POR-ALUNO
           END-IF

           DISPLAY 'TECLE: <S> para ALOCAR as eletivas de '
                   WS-ANO-ELT ' ou <QUALQUER TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              GO TO P500-FIM
           END-IF

           MOVE ZERO TO WS-QTD-ALOCADOS
           MOVE ZERO TO WS-QTD-PARCIAIS
           MOVE ZERO TO WS-QTD-SEM-ALOCACAO
           MOVE ZERO TO WS-QTD-MATR-GRAVADAS
           MOVE ZERO TO WS-QTD-ERROS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P510-CARREGA-INSCRICOES THRU P510-FIM
           IF WS-IN-QTD EQUAL ZERO
              DISPLAY 'NENHUMA INSCRICAO PENDENTE DE ALOCACAO EM '
                      WS-ANO-ELT '.'
              GO TO P500-FIM
           END-IF

           PERFORM P520-DADOS-ALUNOS THRU P520-FIM
           PERFORM P525-HISTORICO-APROV THRU P525-FIM
           PERFORM P530-CARREGA-ELETIVAS THRU P530-FIM
           PERFORM P540-ORDENA THRU P540-FIM

           SET FS-MAT-OK TO TRUE
           OPEN I-O MATRICULA
           IF WS-FS-MAT EQUAL 35
              OPEN OUTPUT MATRICULA
              CLOSE MATRICULA
              OPEN I-O MATRICULA
           END-IF
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P500-FIM
           END-IF

      * Rodadas: a cada rodada cada aluno, na ordem de prioridade,
      * recebe no maximo mais uma eletiva (a melhor opcao possivel).
           PERFORM VARYING WS-RODADA FROM 1 BY 1
              UNTIL WS-RODADA > WS-QTD-POR-ALUNO
              PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                 UNTIL WS-ORD-IDX > WS-IN-QTD
                 MOVE WS-ORD(WS-ORD-IDX) TO WS-IN-IDX
                 IF IN-ATIVO-OK(WS-IN-IDX) AND
                    WS-IN-ALOCADAS(WS-IN-IDX) < WS-RODADA
                    PERFORM P550-TENTA-OPCOES THRU P550-FIM
                 END-IF
              END-PERFORM
           END-PERFORM

           CLOSE MATRICULA

           PERFORM P570-ATUALIZA-INSCRICOES THRU P570-FIM
           PERFORM P580-RELATORIO THRU P580-FIM

           MOVE 'ALOC-ELET'  TO AUD-OPERACAO
           MOVE 'ELETIVAS'   TO AUD-ARQUIVO
           MOVE WS-ANO-ELT   TO AUD-CHAVE
           MOVE SPACE TO AUD-VALOR-ANTES
           MOVE SPACE TO AUD-VALOR-DEPOIS
           STRING 'INSCRITOS '          DELIMITED BY SIZE
                  WS-IN-QTD             DELIMITED BY SIZE
                  ' ALOCADOS '          DELIMITED BY SIZE
                  WS-QTD-ALOCADOS       DELIMITED BY SIZE
                  ' PARCIAIS '          DELIMITED BY SIZE
                  WS-QTD-PARCIAIS       DELIMITED BY SIZE
                  ' SEM ALOCACAO '      DELIMITED BY SIZE
                  WS-QTD-SEM-ALOCACAO   DELIMITED BY SIZE
                  ' MATRICULAS '        DELIMITED BY SIZE
                  WS-QTD-MATR-GRAVADAS  DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P500-FIM.

       P510-CARREGA-INSCRICOES.

           MOVE ZERO TO WS-IN-QTD
           SET FS-ELT-OK TO TRUE
           OPEN INPUT ELETIVAS
           IF WS-FS-ELT EQUAL 35
              GO TO P510-FIM
           END-IF
           IF NOT FS-ELT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ELETIVAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ELT
              GO TO P510-FIM
           END-IF

           MOVE WS-ANO-ELT TO ANO-ELT
           MOVE ZERO       TO ID-ALUNO-ELT
           SET EOF-OK TO FALSE
           START ELETIVAS KEY IS NOT LESS THAN CHAVE-ELETIVA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ ELETIVAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-ELT NOT EQUAL WS-ANO-ELT
                       SET EOF-OK TO TRUE
                    ELSE
                       IF NOT ELT-ALOCADA AND WS-IN-QTD < 500
                          ADD 1 TO WS-IN-QTD
                          PERFORM P515-GUARDA-INSCRICAO THRU P515-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ELETIVAS
           .
       P510-FIM.

       P515-GUARDA-INSCRICAO.

           MOVE ID-ALUNO-ELT     TO WS-IN-ID(WS-IN-QTD)
           MOVE SPACE            TO WS-IN-NOME(WS-IN-QTD)
           MOVE DT-INSCRICAO-ELT TO WS-IN-DT(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-SERIE(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-IDADE(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-MEDIA(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-SOMA(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-QTD-MEDIA(WS-IN-QTD)
           MOVE 'N'              TO WS-IN-ATIVO(WS-IN-QTD)
           MOVE QTD-OPCOES-ELT   TO WS-IN-QTD-OPC(WS-IN-QTD)
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
              UNTIL WS-OPC-IDX > 5
              MOVE ID-DISC-OPC-ELT(WS-OPC-IDX)
                 TO WS-IN-OPC-DISC(WS-IN-QTD, WS-OPC-IDX)
              MOVE SPACE TO WS-IN-OPC-RES(WS-IN-QTD, WS-OPC-IDX)
           END-PERFORM
           MOVE ZERO             TO WS-IN-ALOCADAS(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-QTD-APROV(WS-IN-QTD)
           MOVE ZERO             TO WS-IN-QTD-SLOT(WS-IN-QTD)
           MOVE WS-IN-QTD        TO WS-ORD(WS-IN-QTD)
           .
       P515-FIM.

       P520-DADOS-ALUNOS.

      * Para cada inscrito: cadastro, serie e horarios das matriculas
      * do ano, e aprovacoes com media no AL-APROV.
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           SET FS-HOR-OK TO TRUE
           OPEN INPUT HORARIOS
           SET FS-APR-OK TO TRUE
           OPEN INPUT AL-APROV
           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
              UNTIL WS-IN-IDX > WS-IN-QTD
              MOVE WS-IN-ID(WS-IN-IDX) TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-IN-NOME(WS-IN-IDX)
                       IF ALUNO-ATIVO
                          MOVE 'S' TO WS-IN-ATIVO(WS-IN-IDX)
                       END-IF
              END-READ

              IF FS-MAT-OK OR WS-FS-MAT EQUAL 23 OR WS-FS-MAT EQUAL 10
                 PERFORM P521-MATRICULAS-ALUNO THRU P521-FIM
              END-IF
              IF WS-IN-NOME(WS-IN-IDX) NOT EQUAL SPACE
                 PERFORM P523-APROVACOES-ALUNO THRU P523-FIM
              END-IF

              IF WS-IN-SERIE(WS-IN-IDX) NOT EQUAL ZERO
                 MOVE WS-IN-SERIE(WS-IN-IDX) TO ID-SERIE
                 READ SERIES
                    KEY IS ID-SERIE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF IDADE-SERIE NUMERIC
                             MOVE IDADE-SERIE
                                TO WS-IN-IDADE(WS-IN-IDX)
                          END-IF
                 END-READ
              END-IF

              IF WS-IN-QTD-MEDIA(WS-IN-IDX) > ZERO
                 COMPUTE WS-IN-MEDIA(WS-IN-IDX) ROUNDED =
                    WS-IN-SOMA(WS-IN-IDX) / WS-IN-QTD-MEDIA(WS-IN-IDX)
              END-IF

              MOVE ZERO TO WS-PRI-SERIE
              IF WS-IN-IDADE(WS-IN-IDX) > ZERO
                 COMPUTE WS-PRI-SERIE = 99 - WS-IN-IDADE(WS-IN-IDX)
              ELSE
                 MOVE 99 TO WS-PRI-SERIE
              END-IF
              COMPUTE WS-PRI-MEDIA =
                 9999 - (WS-IN-MEDIA(WS-IN-IDX) * 100)
              MOVE WS-IN-DT(WS-IN-IDX) TO WS-PRI-DATA
              MOVE WS-IN-ID(WS-IN-IDX) TO WS-PRI-ID
              MOVE WS-CHAVE-PRIORIDADE TO WS-IN-PRIORIDADE(WS-IN-IDX)
           END-PERFORM

           CLOSE ALUNOS
           CLOSE MATRICULA
           CLOSE HORARIOS
           CLOSE AL-APROV
           CLOSE SERIES
           .
       P520-FIM.

       P521-MATRICULAS-ALUNO.

           MOVE WS-IN-ID(WS-IN-IDX) TO ID-ALUNO-MAT
           MOVE ZERO                TO ID-DISCIPLINA-MAT
           SET EOF-AUX-OK TO FALSE
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-IN-ID(WS-IN-IDX)
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL WS-ANO-ELT
                          PERFORM P522-MATRICULA-ANO THRU P522-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P521-FIM.

       P522-MATRICULA-ANO.

           IF ID-SERIE-MAT NUMERIC AND ID-SERIE-MAT NOT EQUAL ZERO
              MOVE ID-SERIE-MAT TO WS-IN-SERIE(WS-IN-IDX)
           END-IF

      * Ja matriculado numa das opcoes: conta como eletiva alocada.
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
              UNTIL WS-OPC-IDX > WS-IN-QTD-OPC(WS-IN-IDX)
              IF WS-IN-OPC-DISC(WS-IN-IDX, WS-OPC-IDX) EQUAL
                 ID-DISCIPLINA-MAT AND
                 WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX) EQUAL SPACE
                 MOVE 'M' TO WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX)
                 ADD 1 TO WS-IN-ALOCADAS(WS-IN-IDX)
              END-IF
           END-PERFORM

           IF NOT FS-HOR-OK AND WS-FS-HOR NOT EQUAL 23 AND
              WS-FS-HOR NOT EQUAL 10
              GO TO P522-FIM
           END-IF

           MOVE TURMA-MATRICULA   TO ID-TURMA-HOR
           MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA-HOR
           MOVE ZERO              TO DIA-SEMANA-HOR
           MOVE ZERO              TO TEMPO-HOR
           SET EOF-OK TO FALSE
           START HORARIOS KEY IS NOT LESS THAN CHAVE-HORARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-HOR NOT EQUAL TURMA-MATRICULA OR
                       ID-DISCIPLINA-HOR NOT EQUAL ID-DISCIPLINA-MAT
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-IN-QTD-SLOT(WS-IN-IDX) < 40
                          ADD 1 TO WS-IN-QTD-SLOT(WS-IN-IDX)
                          COMPUTE WS-IN-SLOT(WS-IN-IDX,
                             WS-IN-QTD-SLOT(WS-IN-IDX)) =
                             DIA-SEMANA-HOR * 100 + TEMPO-HOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P522-FIM.

       P523-APROVACOES-ALUNO.

           IF NOT FS-APR-OK AND WS-FS-APR NOT EQUAL 23 AND
              WS-FS-APR NOT EQUAL 10
              GO TO P523-FIM
           END-IF

           MOVE WS-IN-NOME(WS-IN-IDX) TO NM-ALUNO IN REG-AL-APROV
           SET EOF-AUX-OK TO FALSE
           START AL-APROV KEY IS EQUAL NM-ALUNO IN REG-AL-APROV
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ AL-APROV NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-AL-APROV NOT EQUAL
                       WS-IN-NOME(WS-IN-IDX)
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ST-ALUNO EQUAL 'APROVADO'
                          ADD MD-NOTA TO WS-IN-SOMA(WS-IN-IDX)
                          ADD 1 TO WS-IN-QTD-MEDIA(WS-IN-IDX)
                          IF WS-IN-QTD-APROV(WS-IN-IDX) < 40
                             ADD 1 TO WS-IN-QTD-APROV(WS-IN-IDX)
                             MOVE ID-DISCIPLINA IN REG-AL-APROV
                                TO WS-IN-APROV(WS-IN-IDX,
                                   WS-IN-QTD-APROV(WS-IN-IDX))
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P523-FIM.

       P525-HISTORICO-APROV.

      * Aprovacoes dos anos arquivados valem como pre-requisito (nao
      * entram na media, que e a do AL-APROV).
           SET FS-HST-OK TO TRUE
           OPEN INPUT HIST-APROV
           IF NOT FS-HST-OK
              GO TO P525-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HIST-APROV NEXT RECORD INTO WS-REGISTRO-HA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ST-HA EQUAL 'APROVADO'
                       PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                          UNTIL WS-IN-IDX > WS-IN-QTD
                          IF WS-IN-NOME(WS-IN-IDX) EQUAL NM-HA AND
                             WS-IN-QTD-APROV(WS-IN-IDX) < 40
                             ADD 1 TO WS-IN-QTD-APROV(WS-IN-IDX)
                             MOVE IDDP-HA
                                TO WS-IN-APROV(WS-IN-IDX,
                                   WS-IN-QTD-APROV(WS-IN-IDX))
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HIST-APROV
           .
       P525-FIM.

       P530-CARREGA-ELETIVAS.

      * Tabela das disciplinas pedidas: cadastro, ocupacao no ano
      * (matriculas ja gravadas) e horarios do quadro.
           MOVE ZERO TO WS-EL-QTD
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
              UNTIL WS-IN-IDX > WS-IN-QTD
              PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                 UNTIL WS-OPC-IDX > WS-IN-QTD-OPC(WS-IN-IDX)
                 MOVE WS-IN-OPC-DISC(WS-IN-IDX, WS-OPC-IDX)
                    TO WS-DISC-IN
                 PERFORM P531-LOCALIZA-ELETIVA THRU P531-FIM
                 IF WS-EL-ACHADO EQUAL ZERO AND WS-EL-QTD < 100
                    ADD 1 TO WS-EL-QTD
                    MOVE WS-DISC-IN TO WS-EL-DISC(WS-EL-QTD)
                    MOVE SPACE      TO WS-EL-NOME(WS-EL-QTD)
                    MOVE 'N'        TO WS-EL-EXISTE(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-VAGAS(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-OCUP(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-ALOCADOS(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-PRE1(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-PRE2(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-TURMA(WS-EL-QTD)
                    MOVE ZERO       TO WS-EL-QTD-SLOT(WS-EL-QTD)
                 END-IF
              END-PERFORM
           END-PERFORM

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF FS-DP-OK
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                 UNTIL WS-EL-IDX > WS-EL-QTD
                 MOVE WS-EL-DISC(WS-EL-IDX)
                    TO ID-DISCIPLINA IN REG-DISCIPLINA
                 READ DISCIPLINAS
                    KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'S' TO WS-EL-EXISTE(WS-EL-IDX)
                          MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                             TO WS-EL-NOME(WS-EL-IDX)
                          IF VAGAS-DISCIPLINA NUMERIC
                             MOVE VAGAS-DISCIPLINA
                                TO WS-EL-VAGAS(WS-EL-IDX)
                          END-IF
                          IF ID-PREREQ1 NUMERIC
                             MOVE ID-PREREQ1 TO WS-EL-PRE1(WS-EL-IDX)
                          END-IF
                          IF ID-PREREQ2 NUMERIC
                             MOVE ID-PREREQ2 TO WS-EL-PRE2(WS-EL-IDX)
                          END-IF
                 END-READ
              END-PERFORM
              CLOSE DISCIPLINAS
           END-IF

      * Ocupacao: matriculas do ano ja gravadas na disciplina.
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF FS-MAT-OK
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                 UNTIL WS-EL-IDX > WS-EL-QTD
                 MOVE WS-EL-DISC(WS-EL-IDX) TO ID-DISCIPLINA-MAT
                 SET EOF-OK TO FALSE
                 START MATRICULA KEY IS EQUAL ID-DISCIPLINA-MAT
                    INVALID KEY
                       SET EOF-OK TO TRUE
                 END-START
                 PERFORM UNTIL EOF-OK
                    READ MATRICULA NEXT RECORD
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          IF ID-DISCIPLINA-MAT NOT EQUAL
                             WS-EL-DISC(WS-EL-IDX)
                             SET EOF-OK TO TRUE
                          ELSE
                             IF ANO-MATRICULA EQUAL WS-ANO-ELT
                                ADD 1 TO WS-EL-OCUP(WS-EL-IDX)
                                IF WS-EL-TURMA(WS-EL-IDX) EQUAL ZERO
                                   MOVE TURMA-MATRICULA
                                      TO WS-EL-TURMA(WS-EL-IDX)
                                END-IF
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-PERFORM
              CLOSE MATRICULA
           END-IF

      * Horarios da eletiva: a turma da oferta e a da matricula ja
      * existente ou, sem matricula, a primeira do quadro.
           SET FS-HOR-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
              GO TO P530-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE ID-DISCIPLINA-HOR TO WS-DISC-IN
                    PERFORM P531-LOCALIZA-ELETIVA THRU P531-FIM
                    IF WS-EL-ACHADO NOT EQUAL ZERO
                       IF WS-EL-TURMA(WS-EL-ACHADO) EQUAL ZERO
                          MOVE ID-TURMA-HOR
                             TO WS-EL-TURMA(WS-EL-ACHADO)
                       END-IF
                       IF ID-TURMA-HOR EQUAL
                          WS-EL-TURMA(WS-EL-ACHADO) AND
                          WS-EL-QTD-SLOT(WS-EL-ACHADO) < 30
                          ADD 1 TO WS-EL-QTD-SLOT(WS-EL-ACHADO)
                          COMPUTE WS-EL-SLOT(WS-EL-ACHADO,
                             WS-EL-QTD-SLOT(WS-EL-ACHADO)) =
                             DIA-SEMANA-HOR * 100 + TEMPO-HOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           .
       P530-FIM.

       P531-LOCALIZA-ELETIVA.

           MOVE ZERO TO WS-EL-ACHADO
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-QTD OR WS-EL-ACHADO > ZERO
              IF WS-EL-DISC(WS-EL-IDX) EQUAL WS-DISC-IN
                 MOVE WS-EL-IDX TO WS-EL-ACHADO
              END-IF
           END-PERFORM
           .
       P531-FIM.

       P540-ORDENA.

      * Ordena os indices pela chave de prioridade (crescente).
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX >= WS-IN-QTD
              COMPUTE WS-ORD-IDX2 = WS-ORD-IDX + 1
              PERFORM UNTIL WS-ORD-IDX2 > WS-IN-QTD
                 MOVE WS-ORD(WS-ORD-IDX)  TO WS-IN-IDX
                 MOVE WS-ORD(WS-ORD-IDX2) TO WS-IN-IDX2
                 IF WS-IN-PRIORIDADE(WS-IN-IDX2) <
                    WS-IN-PRIORIDADE(WS-IN-IDX)
                    MOVE WS-ORD(WS-ORD-IDX)  TO WS-ORD-AUX
                    MOVE WS-ORD(WS-ORD-IDX2) TO WS-ORD(WS-ORD-IDX)
                    MOVE WS-ORD-AUX          TO WS-ORD(WS-ORD-IDX2)
                 END-IF
                 ADD 1 TO WS-ORD-IDX2
              END-PERFORM
           END-PERFORM
           .
       P540-FIM.

       P550-TENTA-OPCOES.

           SET ALOCOU-OK TO FALSE
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
              UNTIL WS-OPC-IDX > WS-IN-QTD-OPC(WS-IN-IDX) OR
                    ALOCOU-OK
              IF WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX) EQUAL SPACE
                 PERFORM P555-AVALIA-OPCAO THRU P555-FIM
                 MOVE WS-RESULTADO
                    TO WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX)
              END-IF
           END-PERFORM
           .
       P550-FIM.

       P555-AVALIA-OPCAO.

           MOVE SPACE TO WS-RESULTADO
           MOVE WS-IN-OPC-DISC(WS-IN-IDX, WS-OPC-IDX) TO WS-DISC-IN
           PERFORM P531-LOCALIZA-ELETIVA THRU P531-FIM
           IF WS-EL-ACHADO EQUAL ZERO
              MOVE 'V' TO WS-RESULTADO
              GO TO P555-FIM
           END-IF
           IF WS-EL-EXISTE(WS-EL-ACHADO) NOT EQUAL 'S'
              MOVE 'V' TO WS-RESULTADO
              GO TO P555-FIM
           END-IF

           IF WS-EL-PRE1(WS-EL-ACHADO) NOT EQUAL ZERO
              MOVE WS-EL-PRE1(WS-EL-ACHADO) TO WS-PRE-TESTE
              PERFORM P556-TESTA-PREREQ THRU P556-FIM
              IF NOT PRE-CUMPRIDO-OK
                 MOVE 'P' TO WS-RESULTADO
                 GO TO P555-FIM
              END-IF
           END-IF
           IF WS-EL-PRE2(WS-EL-ACHADO) NOT EQUAL ZERO
              MOVE WS-EL-PRE2(WS-EL-ACHADO) TO WS-PRE-TESTE
              PERFORM P556-TESTA-PREREQ THRU P556-FIM
              IF NOT PRE-CUMPRIDO-OK
                 MOVE 'P' TO WS-RESULTADO
                 GO TO P555-FIM
              END-IF
           END-IF

      * Vagas zeradas no cadastro = sem limite (mesma regra do
      * PROGINCL).
           IF WS-EL-VAGAS(WS-EL-ACHADO) > ZERO AND
              WS-EL-OCUP(WS-EL-ACHADO) >= WS-EL-VAGAS(WS-EL-ACHADO)
              MOVE 'V' TO WS-RESULTADO
              GO TO P555-FIM
           END-IF

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > WS-EL-QTD-SLOT(WS-EL-ACHADO)
              PERFORM VARYING WS-SLOT-IDX2 FROM 1 BY 1
                 UNTIL WS-SLOT-IDX2 > WS-IN-QTD-SLOT(WS-IN-IDX)
                 IF WS-EL-SLOT(WS-EL-ACHADO, WS-SLOT-IDX) EQUAL
                    WS-IN-SLOT(WS-IN-IDX, WS-SLOT-IDX2)
                    MOVE 'H' TO WS-RESULTADO
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-RESULTADO EQUAL 'H'
              GO TO P555-FIM
           END-IF

           PERFORM P560-GRAVA-MATRICULA THRU P560-FIM
           .
       P555-FIM.

       P556-TESTA-PREREQ.

           SET PRE-CUMPRIDO-OK TO FALSE
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
              UNTIL WS-APR-IDX > WS-IN-QTD-APROV(WS-IN-IDX) OR
                    PRE-CUMPRIDO-OK
              IF WS-IN-APROV(WS-IN-IDX, WS-APR-IDX) EQUAL WS-PRE-TESTE
                 SET PRE-CUMPRIDO-OK TO TRUE
              END-IF
           END-PERFORM
           .
       P556-FIM.

       P560-GRAVA-MATRICULA.

      * A chave da MATRICULA e aluno + disciplina: registro de ano
      * anterior na mesma disciplina e reaproveitado para o ano novo.
           MOVE SPACE TO WS-RESULTADO
           MOVE WS-IN-ID(WS-IN-IDX) TO ID-ALUNO-MAT
           MOVE WS-DISC-IN          TO ID-DISCIPLINA-MAT
           READ MATRICULA
              KEY IS CHAVE-MATRICULA
                 INVALID KEY
                    MOVE WS-EL-TURMA(WS-EL-ACHADO) TO TURMA-MATRICULA
                    MOVE SPACE TO DEP-MATRICULA
                    MOVE WS-ANO-ELT TO ANO-MATRICULA
                    MOVE WS-IN-SERIE(WS-IN-IDX) TO ID-SERIE-MAT
                    WRITE REG-MATRICULA
                    END-WRITE
                 NOT INVALID KEY
                    MOVE WS-EL-TURMA(WS-EL-ACHADO) TO TURMA-MATRICULA
                    MOVE SPACE TO DEP-MATRICULA
                    MOVE WS-ANO-ELT TO ANO-MATRICULA
                    MOVE WS-IN-SERIE(WS-IN-IDX) TO ID-SERIE-MAT
                    REWRITE REG-MATRICULA
                    END-REWRITE
           END-READ

           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO GRAVAR A MATRICULA DO ALUNO '
                      WS-IN-ID(WS-IN-IDX) ' NA DISCIPLINA ' WS-DISC-IN
                      ' (FILE STATUS ' WS-FS-MAT ').'
              ADD 1 TO WS-QTD-ERROS
              MOVE 'V' TO WS-RESULTADO
              GO TO P560-FIM
           END-IF

           MOVE 'A' TO WS-RESULTADO
           SET ALOCOU-OK TO TRUE
           ADD 1 TO WS-QTD-MATR-GRAVADAS
           ADD 1 TO WS-IN-ALOCADAS(WS-IN-IDX)
           ADD 1 TO WS-EL-OCUP(WS-EL-ACHADO)
           ADD 1 TO WS-EL-ALOCADOS(WS-EL-ACHADO)

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
              UNTIL WS-SLOT-IDX > WS-EL-QTD-SLOT(WS-EL-ACHADO)
              IF WS-IN-QTD-SLOT(WS-IN-IDX) < 40
                 ADD 1 TO WS-IN-QTD-SLOT(WS-IN-IDX)
                 MOVE WS-EL-SLOT(WS-EL-ACHADO, WS-SLOT-IDX)
                    TO WS-IN-SLOT(WS-IN-IDX,
                       WS-IN-QTD-SLOT(WS-IN-IDX))
              END-IF
           END-PERFORM
           .
       P560-FIM.

       P570-ATUALIZA-INSCRICOES.

           SET FS-ELT-OK TO TRUE
           OPEN I-O ELETIVAS
           IF NOT FS-ELT-OK
              DISPLAY 'ERRO AO ATUALIZAR O ARQUIVO DE ELETIVAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ELT
              GO TO P570-FIM
           END-IF

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
              UNTIL WS-IN-IDX > WS-IN-QTD
              MOVE WS-ANO-ELT          TO ANO-ELT
              MOVE WS-IN-ID(WS-IN-IDX) TO ID-ALUNO-ELT
              READ ELETIVAS
                 KEY IS CHAVE-ELETIVA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                          UNTIL WS-OPC-IDX > 5
                          MOVE WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX)
                             TO RESULT-OPC-ELT(WS-OPC-IDX)
                       END-PERFORM
                       MOVE WS-IN-SERIE(WS-IN-IDX) TO ID-SERIE-ELT
                       MOVE WS-IN-MEDIA(WS-IN-IDX) TO MEDIA-ELT
                       IF WS-IN-ALOCADAS(WS-IN-IDX) > ZERO
                          MOVE 'A' TO STATUS-ELT
                       ELSE
                          MOVE 'N' TO STATUS-ELT
                       END-IF
                       MOVE WS-DATA-HOJE TO DT-ALOCACAO-ELT
                       REWRITE REG-ELETIVA
                       END-REWRITE
              END-READ

              EVALUATE TRUE
                 WHEN WS-IN-ALOCADAS(WS-IN-IDX) EQUAL ZERO
                    ADD 1 TO WS-QTD-SEM-ALOCACAO
                 WHEN WS-IN-ALOCADAS(WS-IN-IDX) < WS-QTD-POR-ALUNO
                    ADD 1 TO WS-QTD-PARCIAIS
                 WHEN OTHER
                    ADD 1 TO WS-QTD-ALOCADOS
              END-EVALUATE
           END-PERFORM

           CLOSE ELETIVAS
           .
       P570-FIM.

       P580-RELATORIO.

           MOVE 'ALOCACAO ELETIVAS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'ALOCACAO DE COMPONENTES ELETIVOS - ANO '
                     DELIMITED BY SIZE
                  WS-ANO-ELT DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'ELETIVAS POR ALUNO: ' DELIMITED BY SIZE
                  WS-QTD-POR-ALUNO DELIMITED BY SIZE
                  '   ORDEM: SERIE, MEDIA, DATA DA INSCRICAO'
                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           DISPLAY ' '
           DISPLAY 'ALOCACAO POR ORDEM DE PRIORIDADE:'

           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-IN-QTD
              MOVE WS-ORD(WS-ORD-IDX) TO WS-IN-IDX
              PERFORM P585-LINHA-ALUNO THRU P585-FIM
           END-PERFORM

      * Quem ficou sem nenhuma eletiva, para o atendimento da
      * secretaria.
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE '--- ALUNOS SEM NENHUMA ELETIVA ---' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           DISPLAY ' '
           DISPLAY '--- ALUNOS SEM NENHUMA ELETIVA ---'
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
              UNTIL WS-ORD-IDX > WS-IN-QTD
              MOVE WS-ORD(WS-ORD-IDX) TO WS-IN-IDX
              IF WS-IN-ALOCADAS(WS-IN-IDX) EQUAL ZERO
                 DISPLAY WS-IN-ID(WS-IN-IDX) ' ' WS-IN-NOME(WS-IN-IDX)
                 MOVE WS-IN-ID(WS-IN-IDX)   TO WS-LINHA-SPOOL(1:5)
                 MOVE WS-IN-NOME(WS-IN-IDX) TO WS-LINHA-SPOOL(7:20)
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           END-PERFORM

      * Ocupacao final de cada eletiva pedida.
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DISCIPLINA            VAGAS OCUPADAS ALOCADAS AGORA'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-QTD
              MOVE WS-EL-NOME(WS-EL-IDX)     TO WS-LINHA-SPOOL(1:20)
              MOVE WS-EL-VAGAS(WS-EL-IDX)    TO WS-LINHA-SPOOL(23:3)
              MOVE WS-EL-OCUP(WS-EL-IDX)     TO WS-LINHA-SPOOL(29:3)
              MOVE WS-EL-ALOCADOS(WS-EL-IDX) TO WS-LINHA-SPOOL(38:3)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'INSCRICOES PROCESSADAS:       ' WS-IN-QTD
           DISPLAY 'ALOCADAS POR COMPLETO:        ' WS-QTD-ALOCADOS
           DISPLAY 'ALOCADAS EM PARTE:            ' WS-QTD-PARCIAIS
           DISPLAY 'SEM NENHUMA ELETIVA:          ' WS-QTD-SEM-ALOCACAO
           DISPLAY 'MATRICULAS GRAVADAS:          '
                   WS-QTD-MATR-GRAVADAS
           IF WS-QTD-ERROS > ZERO
              DISPLAY 'ERROS DE GRAVACAO:            ' WS-QTD-ERROS
           END-IF

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'INSCRICOES PROCESSADAS:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-IN-QTD TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ALOCADAS POR COMPLETO:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-ALOCADOS TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ALOCADAS EM PARTE:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-PARCIAIS TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'SEM NENHUMA ELETIVA:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-SEM-ALOCACAO TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'MATRICULAS GRAVADAS:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-MATR-GRAVADAS TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P580-FIM.

       P585-LINHA-ALUNO.

           MOVE WS-IN-MEDIA(WS-IN-IDX) TO WS-MEDIA-ED
           EVALUATE TRUE
              WHEN NOT IN-ATIVO-OK(WS-IN-IDX)
                 MOVE 'ALUNO INATIVO' TO WS-DS-RESULTADO
              WHEN WS-IN-ALOCADAS(WS-IN-IDX) EQUAL ZERO
                 MOVE 'SEM ALOCACAO' TO WS-DS-RESULTADO
              WHEN WS-IN-ALOCADAS(WS-IN-IDX) < WS-QTD-POR-ALUNO
                 MOVE 'ALOCADO EM PARTE' TO WS-DS-RESULTADO
              WHEN OTHER
                 MOVE 'ALOCADO' TO WS-DS-RESULTADO
           END-EVALUATE

           DISPLAY WS-IN-ID(WS-IN-IDX) ' ' WS-IN-NOME(WS-IN-IDX)
                   ' SERIE ' WS-IN-SERIE(WS-IN-IDX)
                   ' MEDIA ' WS-MEDIA-ED ' ' WS-DS-RESULTADO
           MOVE WS-IN-ID(WS-IN-IDX)    TO WS-LINHA-SPOOL(1:5)
           MOVE WS-IN-NOME(WS-IN-IDX)  TO WS-LINHA-SPOOL(7:20)
           MOVE 'SERIE'                TO WS-LINHA-SPOOL(28:5)
           MOVE WS-IN-SERIE(WS-IN-IDX) TO WS-LINHA-SPOOL(34:5)
           MOVE 'MEDIA'                TO WS-LINHA-SPOOL(40:5)
           MOVE WS-MEDIA-ED            TO WS-LINHA-SPOOL(46:5)
           MOVE WS-DS-RESULTADO        TO WS-LINHA-SPOOL(53:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
              UNTIL WS-OPC-IDX > WS-IN-QTD-OPC(WS-IN-IDX)
              MOVE WS-IN-OPC-DISC(WS-IN-IDX, WS-OPC-IDX) TO WS-DISC-IN
              PERFORM P531-LOCALIZA-ELETIVA THRU P531-FIM
              EVALUATE WS-IN-OPC-RES(WS-IN-IDX, WS-OPC-IDX)
                 WHEN 'A'
                    MOVE 'ALOCADA' TO WS-DS-RESULTADO
                 WHEN 'M'
                    MOVE 'JA MATRICULADO' TO WS-DS-RESULTADO
                 WHEN 'V'
                    MOVE 'SEM VAGA' TO WS-DS-RESULTADO
                 WHEN 'P'
                    MOVE 'SEM PRE-REQUISITO' TO WS-DS-RESULTADO
                 WHEN 'H'
                    MOVE 'CHOQUE DE HORARIO' TO WS-DS-RESULTADO
                 WHEN OTHER
                    MOVE 'NAO AVALIADA' TO WS-DS-RESULTADO
              END-EVALUATE
              MOVE WS-OPC-IDX TO WS-LINHA-SPOOL(7:1)
              MOVE 'a OPCAO'  TO WS-LINHA-SPOOL(8:7)
              MOVE WS-DISC-IN TO WS-LINHA-SPOOL(16:5)
              IF WS-EL-ACHADO NOT EQUAL ZERO
                 MOVE WS-EL-NOME(WS-EL-ACHADO)
                    TO WS-LINHA-SPOOL(22:20)
              END-IF
              MOVE WS-DS-RESULTADO TO WS-LINHA-SPOOL(43:20)
              DISPLAY '      ' WS-LINHA-SPOOL(7:56)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-PERFORM
           .
       P585-FIM.

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

           MOVE 'PROGELET' TO AUD-PROGRAMA
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
       END PROGRAM PROGELET.
