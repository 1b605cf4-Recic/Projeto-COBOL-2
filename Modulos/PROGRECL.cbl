      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Classificacao e reclassificacao do aluno: abertura
      *          do processo a pedido da familia ou da escola, datas
      *          e resultados da avaliacao por area de conhecimento,
      *          decisao da banca e ata numerada (CONTROLE, chave
      *          ATA-RECL). A decisao favoravel troca a serie das
      *          matriculas do aluno no ano pela grade curricular da
      *          nova serie (cadastro do PROGSERI) e a reclassificacao
      *          gera o evento de movimento escolar. A classificacao
      *          atende o aluno que chega sem documentos de vida
      *          escolar e define a sua serie inicial. As atas saem
      *          no historico escolar (PROGHIST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECL.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLASS ASSIGN TO
           WS-CAMINHO-RECLASS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-RECLASS
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-RCL.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
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
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MAT.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS-PER.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-EVENTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-EVT.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT ATA ASSIGN TO
           WS-CAMINHO-ATA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ATA.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECLASS.
           COPY FD-RECLASS.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  SERIES.
           COPY FD-SERIES.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  ATA.
       01  REG-ATA                            PIC X(80).

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-RECLASS                PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-ATA                    PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-RCL                         PIC 99.
           88 FS-RCL-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-ATA                         PIC 99.
           88 FS-ATA-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-MAT                        PIC X VALUE 'N'.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EOF-PER                        PIC X VALUE 'N'.
           88 EOF-PER-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-DECISAO                        PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S'.

       77  WS-ANO-BLOQUEADO                  PIC X VALUE 'N'.
           88 ANO-BLOQUEADO-OK               VALUE 'S'.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       77  WS-NOTA-AUX                       PIC 9(02)V99 VALUE ZERO.
       77  WS-NOTA-ED                        PIC Z9,99.

       77  WS-ALUNO-RCL                      PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-RCL                   PIC X(20) VALUE SPACE.
       77  WS-NM-RESP-RCL                    PIC X(20) VALUE SPACE.
       77  WS-UNIDADE-RCL                    PIC X(04) VALUE SPACE.
       77  WS-PROCESSO                       PIC 9(05) VALUE ZERO.
       77  WS-ANO-PROC                       PIC 9(04) VALUE ZERO.
       77  WS-SERIE-AUX                      PIC 9(05) VALUE ZERO.
       77  WS-DS-SERIE-AUX                   PIC X(20) VALUE SPACE.
       77  WS-SERIE-ATUAL                    PIC 9(05) VALUE ZERO.
       77  WS-TURMA-ATUAL                    PIC 9(05) VALUE ZERO.
       77  WS-TURMA-FINAL                    PIC 9(05) VALUE ZERO.
       77  WS-AREA-IDX                       PIC 9(01) VALUE ZERO.
       77  WS-QTD-AREAS-OK                   PIC 9(01) VALUE ZERO.

      * Areas de conhecimento avaliadas no processo, na ordem em que
      * saem na ata.
       01  WS-TAB-AREAS.
           03 FILLER PIC X(20) VALUE 'LINGUAGENS'.
           03 FILLER PIC X(20) VALUE 'MATEMATICA'.
           03 FILLER PIC X(20) VALUE 'CIENCIAS DA NATUREZA'.
           03 FILLER PIC X(20) VALUE 'CIENCIAS HUMANAS'.
       01  FILLER REDEFINES WS-TAB-AREAS.
           03 WS-NM-AREA OCCURS 4 TIMES      PIC X(20).

      * Grade curricular da serie de destino, com a marca das
      * disciplinas ja cobertas por matricula do ano.
       77  WS-QTD-GRADE                      PIC 9(02) VALUE ZERO.
       77  WS-GRD-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-GRD-ACHOU                      PIC 9(02) VALUE ZERO.
       01  WS-TAB-GRADE.
           03 WS-GRD-ENT OCCURS 12 TIMES.
              05 WS-GRD-DISC                 PIC 9(05).
              05 WS-GRD-COBERTA              PIC X(01).

       77  WS-CONT-MANTIDAS                  PIC 9(03) VALUE ZERO.
       77  WS-CONT-EXCLUIDAS                 PIC 9(03) VALUE ZERO.
       77  WS-CONT-CRIADAS                   PIC 9(03) VALUE ZERO.
       77  WS-CONT-OUTRO-ANO                 PIC 9(03) VALUE ZERO.

       01  WS-REG-RCL-ANTES                  PIC X(200) VALUE SPACE.
       01  WS-REG-MAT-ANTES                  PIC X(34) VALUE SPACE.
       01  WS-LINHA-ATA                      PIC X(80) VALUE SPACE.
       01  WS-DS-TIPO                        PIC X(16) VALUE SPACE.

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
           DISPLAY 'CLASSIFICACAO E RECLASSIFICACAO'
           DISPLAY '***************************************************'

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-RECLASS FROM ENVIRONMENT 'RECLASS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RECLASS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-RECLASS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
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

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EVENTOS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-EVENTOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-ATA FROM ENVIRONMENT 'RECLASS_ATA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RECLASS-ATA.txt'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-ATA
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
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Abrir Processo                          |'
           DISPLAY '|     2 - Datas e Resultados da Avaliacao         |'
           DISPLAY '|     3 - Decisao da Banca e Ata                  |'
           DISPLAY '|     4 - Processos em Andamento                  |'
           DISPLAY '|     5 - Consultar Processo                      |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-ABRE-PROCESSO THRU P200-FIM
              WHEN '2'
                 PERFORM P300-AVALIACAO THRU P300-FIM
              WHEN '3'
                 PERFORM P400-DECISAO THRU P400-FIM
              WHEN '4'
                 PERFORM P700-EM-ANDAMENTO THRU P700-FIM
              WHEN '5'
                 PERFORM P750-CONSULTA THRU P750-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-ABRE-PROCESSO.

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ALUNO-RCL

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           MOVE WS-ALUNO-RCL TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                    CLOSE ALUNOS
                    GO TO P200-FIM
           END-READ
           IF ALUNO-INATIVO
              DISPLAY 'ALUNO COM MATRICULA INATIVA. OPERACAO '
                      'CANCELADA.'
              CLOSE ALUNOS
              GO TO P200-FIM
           END-IF
           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-RCL
           MOVE NM-RESPONSAVEL        TO WS-NM-RESP-RCL
           CLOSE ALUNOS
           DISPLAY 'Aluno: ' WS-NM-ALUNO-RCL

           PERFORM P210-VERIFICA-ABERTO THRU P210-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           MOVE WS-HOJE(1:4) TO WS-ANO-PROC
           DISPLAY 'Ano letivo do processo (0 = ' WS-ANO-PROC '): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NUMERIC AND WS-DATA-AUX NOT EQUAL ZERO
              MOVE WS-DATA-AUX TO WS-ANO-PROC
           END-IF

      * Serie atual: a das matriculas regulares do aluno no ano.
      * Sem matricula com serie o caminho e a classificacao.
           PERFORM P220-SERIE-ATUAL THRU P220-FIM

           MOVE SPACES TO REG-RECLASS
           IF WS-SERIE-ATUAL EQUAL ZERO
              DISPLAY 'ALUNO SEM SERIE NO ANO: PROCESSO DE '
                      'CLASSIFICACAO (SEM DOCUMENTOS DE VIDA ESCOLAR).'
              SET RCL-CLASSIFICACAO TO TRUE
              MOVE ZERO TO SERIE-ORIGEM-RCL
              MOVE 'SEM DOCUMENTACAO' TO DS-SERIE-ORIGEM-RCL
           ELSE
              MOVE WS-SERIE-ATUAL TO WS-SERIE-AUX
              PERFORM P230-LE-SERIE THRU P230-FIM
              DISPLAY 'Serie atual: ' WS-SERIE-ATUAL ' '
                      WS-DS-SERIE-AUX
              SET RCL-RECLASSIFICACAO TO TRUE
              MOVE WS-SERIE-ATUAL  TO SERIE-ORIGEM-RCL
              MOVE WS-DS-SERIE-AUX TO DS-SERIE-ORIGEM-RCL
           END-IF

           DISPLAY 'Informe o ID da serie pretendida: '
           ACCEPT WS-SERIE-AUX
           PERFORM P230-LE-SERIE THRU P230-FIM
           IF NOT VALIDO-OK
              DISPLAY 'SERIE NAO CADASTRADA.'
              GO TO P200-FIM
           END-IF
           IF WS-SERIE-AUX EQUAL SERIE-ORIGEM-RCL
              DISPLAY 'A SERIE PRETENDIDA E A SERIE ATUAL DO ALUNO.'
              GO TO P200-FIM
           END-IF
           DISPLAY 'Serie pretendida: ' WS-DS-SERIE-AUX
           MOVE WS-SERIE-AUX TO SERIE-PRETENDIDA-RCL

           DISPLAY 'Requerente (em branco = ' WS-NM-RESP-RCL '): '
           ACCEPT REQUERENTE-RCL
           IF REQUERENTE-RCL EQUAL SPACE
              MOVE WS-NM-RESP-RCL TO REQUERENTE-RCL
           END-IF

           DISPLAY 'Motivo do pedido: '
           ACCEPT MOTIVO-RCL
           IF MOTIVO-RCL EQUAL SPACE
              DISPLAY 'MOTIVO OBRIGATORIO.'
              GO TO P200-FIM
           END-IF

           DISPLAY 'TECLE: <S> para abrir o processo ou <QUALQUER '
                   'TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PROCESSO NAO ABERTO.'
              GO TO P200-FIM
           END-IF

           MOVE 'RECLASS' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           MOVE WS-PROX-NUMERO  TO ID-RECLASS
           MOVE WS-ALUNO-RCL    TO ID-ALUNO-RCL
           MOVE WS-NM-ALUNO-RCL TO NM-ALUNO-RCL
           MOVE WS-ANO-PROC     TO ANO-RCL
           MOVE WS-HOJE         TO DT-PEDIDO-RCL
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
              UNTIL WS-AREA-IDX > 4
              MOVE WS-NM-AREA (WS-AREA-IDX)
                 TO AREA-RCL (WS-AREA-IDX)
              MOVE ZERO TO DT-AVAL-RCL (WS-AREA-IDX)
              MOVE ZERO TO NOTA-AVAL-RCL (WS-AREA-IDX)
           END-PERFORM
           SET RCL-PEDIDO       TO TRUE
           MOVE ZERO            TO SERIE-DESTINO-RCL
           MOVE ZERO            TO TURMA-DESTINO-RCL
           MOVE ZERO            TO DT-DECISAO-RCL
           MOVE ZERO            TO NUM-ATA-RCL
           MOVE LK-OPERADOR     TO OPERADOR-RCL

           SET FS-RCL-OK TO TRUE
           OPEN I-O RECLASS

           IF WS-FS-RCL EQUAL 35
              OPEN OUTPUT RECLASS
              CLOSE RECLASS
              OPEN I-O RECLASS
           END-IF

           IF NOT FS-RCL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROCESSOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              GO TO P200-FIM
           END-IF

           WRITE REG-RECLASS
              INVALID KEY
                 DISPLAY 'ERRO AO GRAVAR O PROCESSO.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              NOT INVALID KEY
                 DISPLAY 'PROCESSO No ' ID-RECLASS ' ABERTO.'
                 MOVE 'INCLUSAO'   TO AUD-OPERACAO
                 MOVE 'RECLASS'    TO AUD-ARQUIVO
                 MOVE ID-RECLASS   TO AUD-CHAVE
                 MOVE SPACE        TO AUD-VALOR-ANTES
                 MOVE REG-RECLASS  TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE RECLASS
           .
       P200-FIM.

       P210-VERIFICA-ABERTO.

      * Um processo em andamento por aluno.
           MOVE 'S' TO WS-VALIDO

           SET FS-RCL-OK TO TRUE
           OPEN INPUT RECLASS
           IF NOT FS-RCL-OK
              GO TO P210-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ RECLASS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-RCL EQUAL WS-ALUNO-RCL AND
                       (RCL-PEDIDO OR RCL-AVALIADO)
                       DISPLAY 'O ALUNO JA TEM O PROCESSO No '
                               ID-RECLASS ' EM ANDAMENTO.'
                       MOVE 'N' TO WS-VALIDO
                       SET EOF-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RECLASS
           .
       P210-FIM.

       P220-SERIE-ATUAL.

           MOVE ZERO TO WS-SERIE-ATUAL
           MOVE ZERO TO WS-TURMA-ATUAL

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              GO TO P220-FIM
           END-IF

           MOVE WS-ALUNO-RCL TO ID-ALUNO-MAT
           MOVE ZERO         TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
              INVALID KEY
                 CLOSE MATRICULA
                 GO TO P220-FIM
           END-START

           SET EOF-MAT-OK TO FALSE
           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-ALUNO-RCL
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL WS-ANO-PROC AND
                          NOT MATRICULA-DEPENDENCIA AND
                          ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT    TO WS-SERIE-ATUAL
                          MOVE TURMA-MATRICULA TO WS-TURMA-ATUAL
                          SET EOF-MAT-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           .
       P220-FIM.

       P230-LE-SERIE.

           MOVE 'N'   TO WS-VALIDO
           MOVE SPACE TO WS-DS-SERIE-AUX
           MOVE ZERO  TO WS-QTD-GRADE

           SET FS-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-OK
              GO TO P230-FIM
           END-IF

           MOVE WS-SERIE-AUX TO ID-SERIE
           READ SERIES
              KEY IS ID-SERIE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-VALIDO
                    MOVE DS-SERIE TO WS-DS-SERIE-AUX
                    MOVE QTD-GRADE-SERIE TO WS-QTD-GRADE
                    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                       UNTIL WS-GRD-IDX > 12
                       MOVE ID-DISC-GRADE (WS-GRD-IDX)
                          TO WS-GRD-DISC (WS-GRD-IDX)
                       MOVE 'N' TO WS-GRD-COBERTA (WS-GRD-IDX)
                    END-PERFORM
           END-READ
           CLOSE SERIES
           .
       P230-FIM.

       P250-LE-PROCESSO.

      * Le o processo informado com o arquivo aberto em I-O.
           MOVE 'N' TO WS-VALIDO

           DISPLAY 'Informe o numero do processo: '
           ACCEPT WS-PROCESSO

           SET FS-RCL-OK TO TRUE
           OPEN I-O RECLASS
           IF WS-FS-RCL EQUAL 35
              DISPLAY 'NENHUM PROCESSO CADASTRADO.'
              GO TO P250-FIM
           END-IF
           IF NOT FS-RCL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROCESSOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              GO TO P250-FIM
           END-IF

           MOVE WS-PROCESSO TO ID-RECLASS
           READ RECLASS
              KEY IS ID-RECLASS
                 INVALID KEY
                    DISPLAY 'PROCESSO NAO ENCONTRADO.'
                    CLOSE RECLASS
                    GO TO P250-FIM
           END-READ

           MOVE REG-RECLASS TO WS-REG-RCL-ANTES
           PERFORM P260-MOSTRA-PROCESSO THRU P260-FIM
           MOVE 'S' TO WS-VALIDO
           .
       P250-FIM.

       P260-MOSTRA-PROCESSO.

           IF RCL-CLASSIFICACAO
              MOVE 'CLASSIFICACAO'   TO WS-DS-TIPO
           ELSE
              MOVE 'RECLASSIFICACAO' TO WS-DS-TIPO
           END-IF

           DISPLAY '---------------------------------------------------'
           DISPLAY 'PROCESSO ' ID-RECLASS ' - ' WS-DS-TIPO ' - ANO '
                   ANO-RCL
           DISPLAY 'ALUNO ' ID-ALUNO-RCL ' ' NM-ALUNO-RCL
           DISPLAY 'PEDIDO EM ' DT-PEDIDO-RCL ' POR ' REQUERENTE-RCL
           DISPLAY 'MOTIVO: ' MOTIVO-RCL
           DISPLAY 'SERIE DE ORIGEM: ' DS-SERIE-ORIGEM-RCL
                   '  PRETENDIDA: ' SERIE-PRETENDIDA-RCL
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
              UNTIL WS-AREA-IDX > 4
              MOVE NOTA-AVAL-RCL (WS-AREA-IDX) TO WS-NOTA-ED
              DISPLAY '   ' AREA-RCL (WS-AREA-IDX)
                      ' DATA ' DT-AVAL-RCL (WS-AREA-IDX)
                      ' NOTA ' WS-NOTA-ED
           END-PERFORM
           EVALUATE TRUE
              WHEN RCL-PEDIDO
                 DISPLAY 'SITUACAO: AGUARDANDO AVALIACAO'
              WHEN RCL-AVALIADO
                 DISPLAY 'SITUACAO: AVALIADO, AGUARDANDO A BANCA'
              WHEN RCL-DEFERIDO
                 DISPLAY 'SITUACAO: DEFERIDO EM ' DT-DECISAO-RCL
                         ' PARA ' DS-SERIE-DESTINO-RCL
                         ' - ATA No ' NUM-ATA-RCL
              WHEN RCL-INDEFERIDO
                 DISPLAY 'SITUACAO: INDEFERIDO EM ' DT-DECISAO-RCL
                         ' - ATA No ' NUM-ATA-RCL
           END-EVALUATE
           IF BANCA-RCL NOT EQUAL SPACE
              DISPLAY 'BANCA: ' BANCA-RCL
              DISPLAY 'PARECER: ' PARECER-RCL
           END-IF
           DISPLAY '---------------------------------------------------'
           .
       P260-FIM.

       P300-AVALIACAO.

           PERFORM P250-LE-PROCESSO THRU P250-FIM
           IF NOT VALIDO-OK
              GO TO P300-FIM
           END-IF

           IF NOT RCL-PEDIDO AND NOT RCL-AVALIADO
              DISPLAY 'PROCESSO JA DECIDIDO.'
              CLOSE RECLASS
              GO TO P300-FIM
           END-IF

      * Cada area tem a sua data de prova; a nota so e aceita com a
      * data ja marcada e nao futura.
           MOVE ZERO TO WS-QTD-AREAS-OK
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
              UNTIL WS-AREA-IDX > 4
              PERFORM P310-AVALIA-AREA THRU P310-FIM
           END-PERFORM

           IF WS-QTD-AREAS-OK EQUAL 4
              SET RCL-AVALIADO TO TRUE
              DISPLAY 'TODAS AS AREAS AVALIADAS: PROCESSO PRONTO PARA '
                      'A BANCA.'
           ELSE
              SET RCL-PEDIDO TO TRUE
           END-IF

           MOVE LK-OPERADOR TO OPERADOR-RCL
           REWRITE REG-RECLASS

           IF FS-RCL-OK OR WS-FS-RCL EQUAL 02
              DISPLAY 'AVALIACAO REGISTRADA NO PROCESSO ' ID-RECLASS
              MOVE 'AVALIACAO'      TO AUD-OPERACAO
              MOVE 'RECLASS'        TO AUD-ARQUIVO
              MOVE ID-RECLASS       TO AUD-CHAVE
              MOVE WS-REG-RCL-ANTES TO AUD-VALOR-ANTES
              MOVE REG-RECLASS      TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O PROCESSO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
           END-IF

           CLOSE RECLASS
           .
       P300-FIM.

       P310-AVALIA-AREA.

           DISPLAY AREA-RCL (WS-AREA-IDX) ' - data da prova AAAAMMDD '
                   '(0 = ' DT-AVAL-RCL (WS-AREA-IDX) '): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NUMERIC AND WS-DATA-AUX NOT EQUAL ZERO
              IF WS-DATA-AUX(5:2) < '01' OR WS-DATA-AUX(5:2) > '12'
                 OR WS-DATA-AUX(7:2) < '01' OR
                 WS-DATA-AUX(7:2) > '31'
                 DISPLAY 'DATA INVALIDA. MANTIDA A ANTERIOR.'
              ELSE
                 MOVE WS-DATA-AUX TO DT-AVAL-RCL (WS-AREA-IDX)
              END-IF
           END-IF

           IF DT-AVAL-RCL (WS-AREA-IDX) NOT EQUAL ZERO AND
              DT-AVAL-RCL (WS-AREA-IDX) <= WS-HOJE
              DISPLAY '   nota obtida (0 = ' NOTA-AVAL-RCL (WS-AREA-IDX)
                      '): '
              ACCEPT WS-NOTA-AUX
              IF WS-NOTA-AUX NUMERIC AND WS-NOTA-AUX NOT EQUAL ZERO
                 IF WS-NOTA-AUX > 10
                    DISPLAY 'NOTA INVALIDA. MANTIDA A ANTERIOR.'
                 ELSE
                    MOVE WS-NOTA-AUX TO NOTA-AVAL-RCL (WS-AREA-IDX)
                 END-IF
              END-IF
              IF NOTA-AVAL-RCL (WS-AREA-IDX) NOT EQUAL ZERO
                 ADD 1 TO WS-QTD-AREAS-OK
              END-IF
           END-IF
           .
       P310-FIM.

       P400-DECISAO.

      * Decisao da banca, registrada pela coordenacao ou direcao.
           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              GO TO P400-FIM
           END-IF

           PERFORM P250-LE-PROCESSO THRU P250-FIM
           IF NOT VALIDO-OK
              GO TO P400-FIM
           END-IF

           IF NOT RCL-AVALIADO
              IF RCL-PEDIDO
                 DISPLAY 'LANCE ANTES OS RESULTADOS DE TODAS AS AREAS.'
              ELSE
                 DISPLAY 'PROCESSO JA DECIDIDO.'
              END-IF
              CLOSE RECLASS
              GO TO P400-FIM
           END-IF

           DISPLAY 'Membros da banca: '
           ACCEPT BANCA-RCL
           DISPLAY 'Parecer da banca: '
           ACCEPT PARECER-RCL
           IF BANCA-RCL EQUAL SPACE OR PARECER-RCL EQUAL SPACE
              DISPLAY 'BANCA E PARECER OBRIGATORIOS.'
              CLOSE RECLASS
              GO TO P400-FIM
           END-IF

           DISPLAY 'TECLE <D> para deferir, <I> para indeferir ou '
                   '<QUALQUER TECLA> para sair: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
              WHEN 'D'
              WHEN 'd'
                 PERFORM P410-DEFINE-DESTINO THRU P410-FIM
                 IF NOT VALIDO-OK
                    CLOSE RECLASS
                    GO TO P400-FIM
                 END-IF
                 SET RCL-DEFERIDO TO TRUE
              WHEN 'I'
              WHEN 'i'
                 SET RCL-INDEFERIDO TO TRUE
              WHEN OTHER
                 DISPLAY 'DECISAO NAO REGISTRADA.'
                 CLOSE RECLASS
                 GO TO P400-FIM
           END-EVALUATE

           MOVE WS-HOJE     TO DT-DECISAO-RCL
           MOVE LK-OPERADOR TO OPERADOR-RCL

           MOVE 'ATA-RECL' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
           MOVE WS-PROX-NUMERO TO NUM-ATA-RCL

           IF RCL-DEFERIDO
              PERFORM P500-TROCA-SERIE THRU P500-FIM
              IF RCL-RECLASSIFICACAO
                 PERFORM P550-GRAVA-EVENTO THRU P550-FIM
              END-IF
           END-IF

           PERFORM P600-IMPRIME-ATA THRU P600-FIM

           REWRITE REG-RECLASS

           IF FS-RCL-OK OR WS-FS-RCL EQUAL 02
              DISPLAY 'DECISAO REGISTRADA. ATA No ' NUM-ATA-RCL '.'
              MOVE 'DECISAO'        TO AUD-OPERACAO
              MOVE 'RECLASS'        TO AUD-ARQUIVO
              MOVE ID-RECLASS       TO AUD-CHAVE
              MOVE WS-REG-RCL-ANTES TO AUD-VALOR-ANTES
              MOVE REG-RECLASS      TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O PROCESSO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
           END-IF

           CLOSE RECLASS
           .
       P400-FIM.

       P410-DEFINE-DESTINO.

      * A banca pode fixar serie diferente da pretendida. O ano com
      * periodo fechado nao recebe matricula nova (regra do P470 do
      * PROGSERI), entao o deferimento fica bloqueado.
           MOVE 'N' TO WS-VALIDO

           PERFORM P420-ANO-FECHADO THRU P420-FIM
           IF ANO-BLOQUEADO-OK
              DISPLAY 'ANO ' ANO-RCL ' COM PERIODO FECHADO: A TROCA '
                      'DE SERIE NAO PODE SER FEITA.'
              GO TO P410-FIM
           END-IF

           DISPLAY 'Serie definida pela banca (0 = pretendida '
                   SERIE-PRETENDIDA-RCL '): '
           ACCEPT WS-SERIE-AUX
           IF WS-SERIE-AUX NOT NUMERIC OR WS-SERIE-AUX EQUAL ZERO
              MOVE SERIE-PRETENDIDA-RCL TO WS-SERIE-AUX
           END-IF
           PERFORM P230-LE-SERIE THRU P230-FIM
           IF NOT VALIDO-OK
              DISPLAY 'SERIE NAO CADASTRADA.'
              GO TO P410-FIM
           END-IF
           IF WS-QTD-GRADE EQUAL ZERO
              DISPLAY 'SERIE SEM GRADE CURRICULAR CADASTRADA.'
              MOVE 'N' TO WS-VALIDO
              GO TO P410-FIM
           END-IF
           DISPLAY 'Serie de destino: ' WS-DS-SERIE-AUX
           MOVE WS-SERIE-AUX    TO SERIE-DESTINO-RCL
           MOVE WS-DS-SERIE-AUX TO DS-SERIE-DESTINO-RCL

           DISPLAY 'Turma na nova serie (0 = manter a atual): '
           ACCEPT TURMA-DESTINO-RCL
           IF TURMA-DESTINO-RCL NOT NUMERIC
              MOVE ZERO TO TURMA-DESTINO-RCL
           END-IF
           IF TURMA-DESTINO-RCL NOT EQUAL ZERO
              SET FS-OK TO TRUE
              OPEN INPUT TURMAS
              IF FS-OK
                 MOVE TURMA-DESTINO-RCL TO ID-TURMA
                 READ TURMAS
                    KEY IS ID-TURMA
                       INVALID KEY
                          DISPLAY 'A TURMA INFORMADA NAO EXISTE.'
                          MOVE 'N' TO WS-VALIDO
                       NOT INVALID KEY
                          DISPLAY 'Turma: ' DS-TURMA
                 END-READ
                 CLOSE TURMAS
              END-IF
           END-IF
           .
       P410-FIM.

       P420-ANO-FECHADO.

           MOVE 'N' TO WS-ANO-BLOQUEADO

           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS

           IF WS-FS-PER EQUAL 35
              GO TO P420-FIM
           END-IF

           IF NOT FS-PER-OK
              DISPLAY 'AVISO: CONTROLE DE PERIODOS INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-PER ').'
              GO TO P420-FIM
           END-IF

           SET EOF-PER-OK TO FALSE
           PERFORM UNTIL EOF-PER-OK
              READ PERIODOS NEXT RECORD
                 AT END
                    SET EOF-PER-OK TO TRUE
                 NOT AT END
                    IF ANO-PERIODO EQUAL ANO-RCL AND
                       PERIODO-FECHADO
                       MOVE 'S' TO WS-ANO-BLOQUEADO
                       SET EOF-PER-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PERIODOS
           .
       P420-FIM.

       P500-TROCA-SERIE.

      * Troca de serie das matriculas regulares do ano: disciplina
      * que tambem esta na grade da nova serie e regravada com a
      * serie nova; a que nao esta e excluida; as disciplinas da nova
      * grade ainda sem matricula sao criadas. A decisao da banca
      * dispensa pre-requisitos e vagas. Dependencias nao mudam.
           MOVE ZERO TO WS-CONT-MANTIDAS
           MOVE ZERO TO WS-CONT-EXCLUIDAS
           MOVE ZERO TO WS-CONT-CRIADAS
           MOVE ZERO TO WS-CONT-OUTRO-ANO
           MOVE ZERO TO WS-TURMA-ATUAL

           SET FS-MAT-OK TO TRUE
           OPEN I-O MATRICULA

           IF WS-FS-MAT EQUAL 35
              OPEN OUTPUT MATRICULA
              CLOSE MATRICULA
              OPEN I-O MATRICULA
           END-IF

           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P500-FIM
           END-IF

           MOVE ID-ALUNO-RCL TO ID-ALUNO-MAT
           MOVE ZERO         TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
              INVALID KEY
                 SET EOF-MAT-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-MAT-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO-RCL
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL ANO-RCL AND
                          NOT MATRICULA-DEPENDENCIA
                          PERFORM P510-AJUSTA-MATRICULA
                             THRU P510-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF TURMA-DESTINO-RCL NOT EQUAL ZERO
              MOVE TURMA-DESTINO-RCL TO WS-TURMA-FINAL
           ELSE
              MOVE WS-TURMA-ATUAL    TO WS-TURMA-FINAL
           END-IF

           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-QTD-GRADE
              IF WS-GRD-COBERTA (WS-GRD-IDX) NOT EQUAL 'S' AND
                 WS-GRD-DISC (WS-GRD-IDX) NUMERIC AND
                 WS-GRD-DISC (WS-GRD-IDX) NOT EQUAL ZERO
                 PERFORM P520-CRIA-MATRICULA THRU P520-FIM
              END-IF
           END-PERFORM

           CLOSE MATRICULA

           DISPLAY ' '
           DISPLAY 'TROCA DE SERIE DAS MATRICULAS DE ' ANO-RCL
           DISPLAY 'REGRAVADAS NA NOVA SERIE:  ' WS-CONT-MANTIDAS
           DISPLAY 'EXCLUIDAS (FORA DA GRADE): ' WS-CONT-EXCLUIDAS
           DISPLAY 'CRIADAS PELA NOVA GRADE:   ' WS-CONT-CRIADAS
           DISPLAY 'MANTIDAS DE OUTRO ANO:     ' WS-CONT-OUTRO-ANO
           .
       P500-FIM.

       P510-AJUSTA-MATRICULA.

           MOVE REG-MATRICULA TO WS-REG-MAT-ANTES
           IF WS-TURMA-ATUAL EQUAL ZERO
              MOVE TURMA-MATRICULA TO WS-TURMA-ATUAL
           END-IF

           MOVE ZERO TO WS-GRD-ACHOU
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-QTD-GRADE
              IF WS-GRD-DISC (WS-GRD-IDX) EQUAL ID-DISCIPLINA-MAT
                 MOVE WS-GRD-IDX TO WS-GRD-ACHOU
              END-IF
           END-PERFORM

           IF WS-GRD-ACHOU NOT EQUAL ZERO
              MOVE 'S' TO WS-GRD-COBERTA (WS-GRD-ACHOU)
              MOVE SERIE-DESTINO-RCL TO ID-SERIE-MAT
              IF TURMA-DESTINO-RCL NOT EQUAL ZERO
                 MOVE TURMA-DESTINO-RCL TO TURMA-MATRICULA
              END-IF
              REWRITE REG-MATRICULA
                 INVALID KEY
                    DISPLAY 'DISCIPLINA ' ID-DISCIPLINA-MAT
                            ': ERRO AO REGRAVAR A MATRICULA.'
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-MANTIDAS
                    MOVE 'RECLASSIF'      TO AUD-OPERACAO
                    MOVE 'MATRICULA'      TO AUD-ARQUIVO
                    MOVE CHAVE-MATRICULA  TO AUD-CHAVE
                    MOVE WS-REG-MAT-ANTES TO AUD-VALOR-ANTES
                    MOVE REG-MATRICULA    TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-REWRITE
           ELSE
              DELETE MATRICULA RECORD
                 INVALID KEY
                    DISPLAY 'DISCIPLINA ' ID-DISCIPLINA-MAT
                            ': ERRO AO EXCLUIR A MATRICULA.'
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-EXCLUIDAS
                    MOVE 'RECLASSIF'      TO AUD-OPERACAO
                    MOVE 'MATRICULA'      TO AUD-ARQUIVO
                    MOVE WS-REG-MAT-ANTES(1:10) TO AUD-CHAVE
                    MOVE WS-REG-MAT-ANTES TO AUD-VALOR-ANTES
                    MOVE SPACE            TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-DELETE
           END-IF
           .
       P510-FIM.

       P520-CRIA-MATRICULA.

           MOVE ID-ALUNO-RCL             TO ID-ALUNO-MAT
           MOVE WS-GRD-DISC (WS-GRD-IDX) TO ID-DISCIPLINA-MAT
           MOVE WS-TURMA-FINAL           TO TURMA-MATRICULA
           MOVE SPACE                    TO DEP-MATRICULA
           MOVE ANO-RCL                  TO ANO-MATRICULA
           MOVE SERIE-DESTINO-RCL        TO ID-SERIE-MAT

      * A chave da matricula e aluno + disciplina: se o aluno ja
      * cursou a disciplina em outro ano, o registro e mantido como
      * na matricula em bloco do PROGSERI.
           WRITE REG-MATRICULA
              INVALID KEY
                 ADD 1 TO WS-CONT-OUTRO-ANO
                 DISPLAY 'DISCIPLINA ' ID-DISCIPLINA-MAT
                         ': MATRICULA DE OUTRO ANO MANTIDA.'
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-CRIADAS
                 MOVE 'RECLASSIF'     TO AUD-OPERACAO
                 MOVE 'MATRICULA'     TO AUD-ARQUIVO
                 MOVE CHAVE-MATRICULA TO AUD-CHAVE
                 MOVE SPACE           TO AUD-VALOR-ANTES
                 MOVE REG-MATRICULA   TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE
           .
       P520-FIM.

       P550-GRAVA-EVENTO.

      * Evento de reclassificacao no movimento escolar (PROGMOVI),
      * com a unidade do aluno e a turma final.
           MOVE SPACE TO WS-UNIDADE-RCL
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF FS-OK
              MOVE ID-ALUNO-RCL TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-RCL
              END-READ
              CLOSE ALUNOS
           END-IF

           MOVE 'EVENTOS' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           SET FS-EVT-OK TO TRUE
           OPEN I-O EVENTOS

           IF WS-FS-EVT EQUAL 35
              OPEN OUTPUT EVENTOS
              CLOSE EVENTOS
              OPEN I-O EVENTOS
           END-IF

           IF NOT FS-EVT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EVT
              GO TO P550-FIM
           END-IF

           MOVE WS-PROX-NUMERO TO ID-EVENTO
           MOVE ID-ALUNO-RCL   TO ID-ALUNO-EVT
           SET EVT-RECLASSIFICACAO TO TRUE
           MOVE WS-HOJE        TO DATA-EVT
           MOVE WS-UNIDADE-RCL TO UNIDADE-EVT
           MOVE SPACE          TO DETALHE-EVT
           STRING 'RECLASSIFICACAO ATA No ' DELIMITED BY SIZE
                  NUM-ATA-RCL               DELIMITED BY SIZE
                  INTO DETALHE-EVT
           MOVE LK-OPERADOR    TO OPERADOR-EVT
           MOVE WS-TURMA-FINAL TO TURMA-EVT

           WRITE REG-EVENTO
              INVALID KEY
                 DISPLAY 'EVENTO JA CADASTRADO.'
              NOT INVALID KEY
                 DISPLAY 'EVENTO No ' ID-EVENTO ' REGISTRADO.'
                 MOVE 'INCLUSAO' TO AUD-OPERACAO
                 MOVE 'EVENTOS'  TO AUD-ARQUIVO
                 MOVE ID-EVENTO  TO AUD-CHAVE
                 MOVE SPACE      TO AUD-VALOR-ANTES
                 MOVE REG-EVENTO TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE EVENTOS
           .
       P550-FIM.

       P600-IMPRIME-ATA.

           SET FS-ATA-OK TO TRUE
           OPEN EXTEND ATA
           IF WS-FS-ATA EQUAL 35
              OPEN OUTPUT ATA
           END-IF
           IF NOT FS-ATA-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ATAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ATA
              GO TO P600-FIM
           END-IF

           IF RCL-CLASSIFICACAO
              MOVE 'CLASSIFICACAO'   TO WS-DS-TIPO
           ELSE
              MOVE 'RECLASSIFICACAO' TO WS-DS-TIPO
           END-IF

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'ATA No '     DELIMITED BY SIZE
                  NUM-ATA-RCL   DELIMITED BY SIZE
                  ' - '         DELIMITED BY SIZE
                  WS-DS-TIPO    DELIMITED BY SPACE
                  ' DE ALUNO - PROCESSO No ' DELIMITED BY SIZE
                  ID-RECLASS    DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'ALUNO(A): '   DELIMITED BY SIZE
                  ID-ALUNO-RCL   DELIMITED BY SIZE
                  ' - '          DELIMITED BY SIZE
                  NM-ALUNO-RCL   DELIMITED BY SIZE
                  ' ANO LETIVO ' DELIMITED BY SIZE
                  ANO-RCL        DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'PEDIDO EM '   DELIMITED BY SIZE
                  DT-PEDIDO-RCL  DELIMITED BY SIZE
                  ' POR '        DELIMITED BY SIZE
                  REQUERENTE-RCL DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'MOTIVO: '     DELIMITED BY SIZE
                  MOTIVO-RCL     DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'SERIE DE ORIGEM: '  DELIMITED BY SIZE
                  DS-SERIE-ORIGEM-RCL  DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE 'RESULTADOS DA AVALIACAO POR AREA:' TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
              UNTIL WS-AREA-IDX > 4
              MOVE NOTA-AVAL-RCL (WS-AREA-IDX) TO WS-NOTA-ED
              MOVE SPACE TO WS-LINHA-ATA
              STRING '   '                       DELIMITED BY SIZE
                     AREA-RCL (WS-AREA-IDX)      DELIMITED BY SIZE
                     ' EM '                      DELIMITED BY SIZE
                     DT-AVAL-RCL (WS-AREA-IDX)   DELIMITED BY SIZE
                     ' NOTA '                    DELIMITED BY SIZE
                     WS-NOTA-ED                  DELIMITED BY SIZE
                     INTO WS-LINHA-ATA
              WRITE REG-ATA FROM WS-LINHA-ATA
           END-PERFORM

           MOVE SPACE TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE 'BANCA EXAMINADORA:' TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE SPACE TO WS-LINHA-ATA
           MOVE BANCA-RCL TO WS-LINHA-ATA(4:60)
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE 'PARECER:' TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE SPACE TO WS-LINHA-ATA
           MOVE PARECER-RCL TO WS-LINHA-ATA(4:60)
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA
           MOVE SPACE TO WS-LINHA-ATA
           IF RCL-DEFERIDO
              STRING 'DECISAO: DEFERIDO. O ALUNO PASSA A CURSAR '
                        DELIMITED BY SIZE
                     DS-SERIE-DESTINO-RCL DELIMITED BY SIZE
                     INTO WS-LINHA-ATA
           ELSE
              MOVE 'DECISAO: INDEFERIDO. MANTIDA A SERIE DE ORIGEM.'
                 TO WS-LINHA-ATA
           END-IF
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'LAVRADA EM '  DELIMITED BY SIZE
                  DT-DECISAO-RCL DELIMITED BY SIZE
                  ' POR '        DELIMITED BY SIZE
                  LK-OPERADOR    DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           MOVE ALL '-' TO WS-LINHA-ATA
           WRITE REG-ATA FROM WS-LINHA-ATA

           CLOSE ATA
           DISPLAY 'ATA GRAVADA EM ' WS-CAMINHO-ATA
           .
       P600-FIM.

       P700-EM-ANDAMENTO.

           MOVE ZERO TO WS-CONT

           SET FS-RCL-OK TO TRUE
           OPEN INPUT RECLASS
           IF WS-FS-RCL EQUAL 35
              DISPLAY 'NENHUM PROCESSO CADASTRADO.'
              GO TO P700-FIM
           END-IF
           IF NOT FS-RCL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROCESSOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              GO TO P700-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'PROCESSOS EM ANDAMENTO'
           DISPLAY 'PROC. T ALUNO NOME                 PEDIDO   '
                   'SITUACAO'

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ RECLASS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF RCL-PEDIDO OR RCL-AVALIADO
                       ADD 1 TO WS-CONT
                       IF RCL-PEDIDO
                          DISPLAY ID-RECLASS ' ' TIPO-RCL ' '
                                  ID-ALUNO-RCL ' ' NM-ALUNO-RCL ' '
                                  DT-PEDIDO-RCL ' EM AVALIACAO'
                       ELSE
                          DISPLAY ID-RECLASS ' ' TIPO-RCL ' '
                                  ID-ALUNO-RCL ' ' NM-ALUNO-RCL ' '
                                  DT-PEDIDO-RCL ' AGUARDA BANCA'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RECLASS

           DISPLAY WS-CONT ' PROCESSO(S) EM ANDAMENTO.'
           .
       P700-FIM.

       P750-CONSULTA.

           DISPLAY 'Informe o numero do processo: '
           ACCEPT WS-PROCESSO

           SET FS-RCL-OK TO TRUE
           OPEN INPUT RECLASS
           IF WS-FS-RCL EQUAL 35
              DISPLAY 'NENHUM PROCESSO CADASTRADO.'
              GO TO P750-FIM
           END-IF
           IF NOT FS-RCL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROCESSOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              GO TO P750-FIM
           END-IF

           MOVE WS-PROCESSO TO ID-RECLASS
           READ RECLASS
              KEY IS ID-RECLASS
                 INVALID KEY
                    DISPLAY 'PROCESSO NAO ENCONTRADO.'
                 NOT INVALID KEY
                    PERFORM P260-MOSTRA-PROCESSO THRU P260-FIM
           END-READ

           CLOSE RECLASS
           .
       P750-FIM.

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

           MOVE 'PROGRECL' TO AUD-PROGRAMA

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
       END PROGRAM PROGRECL.
