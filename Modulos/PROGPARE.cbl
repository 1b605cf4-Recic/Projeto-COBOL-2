      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Parecer descritivo por periodo (avaliacao qualitativa
      *          dos anos iniciais e da educacao especial): registro
      *          e alteracao do parecer do aluno no periodo, por
      *          disciplina avaliada por parecer (TIPO-AVAL-DISC 'P')
      *          ou geral (disciplina zero), com texto de ate seis
      *          linhas, autor e data, gravado no PARECERES. Periodo
      *          fechado no PERIODOS nao aceita parecer; o professor
      *          so escreve nas disciplinas e turmas da oferta dele
      *          ou do titular afastado que substitui.
      *          Consulta dos pareceres do aluno no ano e conferencia
      *          dos alunos sem parecer (PROGPARC), a mesma feita no
      *          fechamento do periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPARE.


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
           ACCESS MODE IS RANDOM
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

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT AFASTA ASSIGN TO
           WS-CAMINHO-AFASTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-AFASTA
           FILE STATUS IS WS-FS-AFA.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS-PER.

           SELECT PARECERES ASSIGN TO
           WS-CAMINHO-PARECERES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PARECER
           FILE STATUS IS WS-FS-PAR.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  PARECERES.
           COPY FD-PARECERES.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-PARECERES              PIC X(80).
       01  WS-CAMINHO-AFASTA                 PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.

       77  WS-FS-AFA                         PIC 99.
           88 FS-AFA-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-PAR                         PIC 99.
           88 FS-PAR-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-ID-ALUNO-PAR                   PIC 9(05) VALUE ZERO.
       77  WS-ANO-PAR                        PIC 9(04) VALUE ZERO.
       77  WS-PERIODO-PAR                    PIC 9(02) VALUE ZERO.
       77  WS-DISC-PAR                       PIC 9(05) VALUE ZERO.
       77  WS-TURMA-PAR                      PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-PAR                   PIC X(20) VALUE SPACE.
       77  WS-NM-DISC-PAR                    PIC X(20) VALUE SPACE.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

       77  WS-ALUNO-OK                       PIC X VALUE 'N'.
           88 ALUNO-VALIDO-OK                VALUE 'S' FALSE 'N'.
       77  WS-DISC-OK                        PIC X VALUE 'N'.
           88 DISC-VALIDA-OK                 VALUE 'S' FALSE 'N'.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 PARECER-EXISTE-OK              VALUE 'S' FALSE 'N'.
       77  WS-FIM-TEXTO                      PIC X VALUE 'N'.
           88 FIM-TEXTO-OK                   VALUE 'S' FALSE 'N'.

      * Texto digitado: ate seis linhas; linha em branco encerra.
       77  WS-LIN-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-QTD-LIN                        PIC 9(01) VALUE ZERO.
       77  WS-LINHA-IN                       PIC X(70) VALUE SPACE.
       01  WS-TAB-TEXTO.
           03 WS-TEXTO-LINHA OCCURS 6 TIMES  PIC X(70).

       77  WS-QTD-PARECERES                  PIC 9(03) VALUE ZERO.

      * Perfil P (professor): pares disciplina/turma liberados para o
      * login, montados da OFERTA do ano corrente e dos afastamentos
      * vigentes em que o professor e o substituto.
       77  WS-EOF-ACS                        PIC X VALUE 'N'.
           88 EOF-ACS-OK                     VALUE 'S' FALSE 'N'.
       77  WS-ACS-CARREGADO                  PIC X VALUE 'N'.
           88 ACS-CARREGADO-OK               VALUE 'S' FALSE 'N'.
       77  WS-ACS-LIBERADO                   PIC X VALUE 'N'.
           88 ACS-LIBERADO-OK                VALUE 'S' FALSE 'N'.
       77  WS-ACS-DISC                       PIC 9(05) VALUE ZERO.
       77  WS-ACS-TURMA                      PIC 9(05) VALUE ZERO.
       77  WS-ACS-QTD-PAR                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-QTD-SUB                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-IDX                        PIC 9(03) VALUE ZERO.
       01  WS-ACS-HOJE.
           03 WS-ACS-ANO                     PIC 9(04).
           03 FILLER                         PIC 9(04).
       01  WS-ACS-HOJE-N REDEFINES WS-ACS-HOJE PIC 9(08).
       01  WS-ACS-TAB-PAR.
           03 WS-ACS-PAR OCCURS 200 TIMES.
              05 WS-ACS-PAR-DISC             PIC 9(05).
              05 WS-ACS-PAR-TURMA            PIC 9(05).
       01  WS-ACS-TAB-SUB.
           03 WS-ACS-SUB OCCURS 50 TIMES.
              05 WS-ACS-SUB-TITULAR          PIC 9(05).
              05 WS-ACS-SUB-DISC             PIC 9(05).
              05 WS-ACS-SUB-TURMA            PIC 9(05).

           COPY CONFPARECER.

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
           03 LK-ID-PROFESSOR                 PIC 9(05).

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
           DISPLAY 'PARECER DESCRITIVO POR PERIODO'
           DISPLAY '***************************************************'

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

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-PARECERES FROM ENVIRONMENT 'PARECERES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PARECERES.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-PARECERES
           END-ACCEPT

           ACCEPT WS-CAMINHO-AFASTA FROM ENVIRONMENT 'AFASTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AFASTAMENTOS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-AFASTA
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
           DISPLAY '|   1 - Registrar / Alterar Parecer               |'
           DISPLAY '|   2 - Consultar Pareceres do Aluno              |'
           DISPLAY '|   3 - Alunos sem Parecer no Periodo             |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-REGISTRA THRU P200-FIM
              WHEN '2'
                 PERFORM P400-CONSULTA THRU P400-FIM
              WHEN '3'
                 PERFORM P500-SEM-PARECER THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-REGISTRA.

           PERFORM P210-LE-ALUNO THRU P210-FIM
           IF NOT ALUNO-VALIDO-OK
              GO TO P200-FIM
           END-IF

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PAR
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-PAR '): '
           ACCEPT WS-ANO-PAR
           IF WS-ANO-PAR NOT NUMERIC OR WS-ANO-PAR EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PAR
           END-IF

           DISPLAY 'Informe o periodo (1 a 6): '
           ACCEPT WS-PERIODO-PAR
           IF WS-PERIODO-PAR < 1 OR WS-PERIODO-PAR > 6
              DISPLAY 'PERIODO INVALIDO.'
              GO TO P200-FIM
           END-IF

      * Periodo fechado no PERIODOS nao recebe parecer novo nem
      * alteracao; a coordenacao reabre pelo PROGPERI.
           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS
           IF FS-PER-OK
              MOVE WS-ANO-PAR     TO ANO-PERIODO
              MOVE WS-PERIODO-PAR TO TRIM-PERIODO
              READ PERIODOS
                 KEY IS CHAVE-PERIODO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PERIODO-FECHADO
                          DISPLAY 'PERIODO FECHADO PARA LANCAMENTOS. '
                                  'REABRA NO CONTROLE DE PERIODOS '
                                  'PARA ALTERAR O PARECER.'
                          CLOSE PERIODOS
                          GO TO P200-FIM
                       END-IF
              END-READ
              CLOSE PERIODOS
           END-IF

           PERFORM P220-LE-DISCIPLINA THRU P220-FIM
           IF NOT DISC-VALIDA-OK
              GO TO P200-FIM
           END-IF

           PERFORM P230-VERIFICA-ACESSO THRU P230-FIM
           IF NOT ACS-LIBERADO-OK
              GO TO P200-FIM
           END-IF

           SET FS-PAR-OK TO TRUE
           OPEN I-O PARECERES

           IF WS-FS-PAR EQUAL 35
              OPEN OUTPUT PARECERES
              CLOSE PARECERES
              OPEN I-O PARECERES
           END-IF

           IF NOT FS-PAR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARECERES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PAR
              GO TO P200-FIM
           END-IF

           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO-PAR
           MOVE WS-ANO-PAR      TO ANO-PAR
           MOVE WS-PERIODO-PAR  TO PERIODO-PAR
           MOVE WS-DISC-PAR     TO ID-DISCIPLINA-PAR
           SET PARECER-EXISTE-OK TO FALSE
           READ PARECERES
              KEY IS CHAVE-PARECER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET PARECER-EXISTE-OK TO TRUE
           END-READ

           MOVE SPACE TO AUD-VALOR-ANTES
           IF PARECER-EXISTE-OK
              DISPLAY ' '
              DISPLAY 'PARECER JA REGISTRADO POR ' AUTOR-PAR
                      ' EM ' DT-PARECER ':'
              PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > QTD-LINHAS-PAR
                 DISPLAY '  ' LINHA-PAR(WS-LIN-IDX)
              END-PERFORM
              DISPLAY 'TECLE: <S> para SUBSTITUIR o texto ou '
                      '<QUALQUER TECLA> para cancelar.'
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'OPERACAO CANCELADA.'
                 CLOSE PARECERES
                 GO TO P200-FIM
              END-IF
              STRING LINHA-PAR(1) DELIMITED BY SIZE
                     LINHA-PAR(2) DELIMITED BY SIZE
                     INTO AUD-VALOR-ANTES
           END-IF

           PERFORM P240-DIGITA-TEXTO THRU P240-FIM
           IF WS-QTD-LIN EQUAL ZERO
              DISPLAY 'PARECER SEM TEXTO. NADA GRAVADO.'
              CLOSE PARECERES
              GO TO P200-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO-PAR
           MOVE WS-ANO-PAR      TO ANO-PAR
           MOVE WS-PERIODO-PAR  TO PERIODO-PAR
           MOVE WS-DISC-PAR     TO ID-DISCIPLINA-PAR
           MOVE WS-QTD-LIN      TO QTD-LINHAS-PAR
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
              UNTIL WS-LIN-IDX > 6
              MOVE WS-TEXTO-LINHA(WS-LIN-IDX) TO LINHA-PAR(WS-LIN-IDX)
           END-PERFORM
           MOVE LK-OPERADOR     TO AUTOR-PAR
           MOVE WS-DATA-HOJE    TO DT-PARECER

           IF PARECER-EXISTE-OK
              REWRITE REG-PARECER
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-PARECER
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-PAR-OK
              DISPLAY 'ERRO AO GRAVAR O PARECER.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PAR
              CLOSE PARECERES
              GO TO P200-FIM
           END-IF

           CLOSE PARECERES
           DISPLAY 'PARECER GRAVADO.'

           MOVE 'PARECERES'     TO AUD-ARQUIVO
           MOVE WS-ID-ALUNO-PAR TO AUD-CHAVE
           MOVE SPACE TO AUD-VALOR-DEPOIS
           STRING 'ANO '          DELIMITED BY SIZE
                  WS-ANO-PAR      DELIMITED BY SIZE
                  ' PER '         DELIMITED BY SIZE
                  WS-PERIODO-PAR  DELIMITED BY SIZE
                  ' DISC '        DELIMITED BY SIZE
                  WS-DISC-PAR     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  LINHA-PAR(1)    DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P210-LE-ALUNO.

           SET ALUNO-VALIDO-OK TO FALSE
           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO-PAR

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P210-FIM
           END-IF

           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO.'
                 NOT INVALID KEY
                    SET ALUNO-VALIDO-OK TO TRUE
           END-READ
           CLOSE ALUNOS

      * Operador restrito a uma unidade so ve os alunos dela.
           IF ALUNO-VALIDO-OK AND LK-UNIDADE NOT EQUAL SPACE AND
              UNIDADE-ALUNO NOT EQUAL LK-UNIDADE
              SET ALUNO-VALIDO-OK TO FALSE
              DISPLAY 'ALUNO DA UNIDADE ' UNIDADE-ALUNO
                      ' - FORA DA ALCADA DO OPERADOR ('
                      LK-UNIDADE ').'
           END-IF

           IF ALUNO-VALIDO-OK
              MOVE NM-ALUNO TO WS-NM-ALUNO-PAR
              DISPLAY 'ALUNO: ' WS-NM-ALUNO-PAR
           END-IF
           .
       P210-FIM.

       P220-LE-DISCIPLINA.

      * Disciplina zero = parecer geral do periodo. A disciplina
      * informada precisa ser avaliada por parecer e ter matricula
      * do aluno; a turma da matricula orienta a checagem da oferta.
           SET DISC-VALIDA-OK TO FALSE
           MOVE ZERO TO WS-TURMA-PAR
           DISPLAY 'Informe o ID da disciplina (0 = parecer geral): '
           ACCEPT WS-DISC-PAR

           IF WS-DISC-PAR EQUAL ZERO
              MOVE 'GERAL' TO WS-NM-DISC-PAR
              SET DISC-VALIDA-OK TO TRUE
              GO TO P220-FIM
           END-IF

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DP
              GO TO P220-FIM
           END-IF

           MOVE WS-DISC-PAR TO ID-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA
                 INVALID KEY
                    DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                    CLOSE DISCIPLINAS
                    GO TO P220-FIM
           END-READ
           CLOSE DISCIPLINAS

           IF NOT AVAL-PARECER
              DISPLAY 'DISCIPLINA ' NM-DISCIPLINA ' NAO E AVALIADA '
                      'POR PARECER DESCRITIVO.'
              GO TO P220-FIM
           END-IF
           MOVE NM-DISCIPLINA TO WS-NM-DISC-PAR

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P220-FIM
           END-IF

           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO-MAT
           MOVE WS-DISC-PAR     TO ID-DISCIPLINA-MAT
           READ MATRICULA
              KEY IS CHAVE-MATRICULA
                 INVALID KEY
                    DISPLAY 'ALUNO NAO MATRICULADO NA DISCIPLINA.'
                 NOT INVALID KEY
                    MOVE TURMA-MATRICULA TO WS-TURMA-PAR
                    SET DISC-VALIDA-OK TO TRUE
           END-READ
           CLOSE MATRICULA
           .
       P220-FIM.

       P230-VERIFICA-ACESSO.

      * O professor so escreve o parecer da disciplina que leciona na
      * turma do aluno no ano corrente (OFERTA, ou afastamento vigente
      * em que e o substituto). O parecer geral e liberado ao
      * professor de qualquer disciplina por parecer do aluno no ano.
           SET ACS-LIBERADO-OK TO FALSE
           IF LK-PERFIL NOT EQUAL 'P'
              SET ACS-LIBERADO-OK TO TRUE
              GO TO P230-FIM
           END-IF

           PERFORM P700-CARREGA-ACESSO THRU P700-FIM
           IF WS-ANO-PAR NOT EQUAL WS-ACS-ANO
              DISPLAY 'PROFESSOR SO REGISTRA PARECER DO ANO LETIVO '
                      'CORRENTE (' WS-ACS-ANO ').'
              GO TO P230-FIM
           END-IF

           IF WS-DISC-PAR NOT EQUAL ZERO
              IF WS-TURMA-PAR NOT EQUAL ZERO
                 MOVE WS-DISC-PAR  TO WS-ACS-DISC
                 MOVE WS-TURMA-PAR TO WS-ACS-TURMA
                 PERFORM P710-VERIFICA-ACESSO THRU P710-FIM
              END-IF
              GO TO P230-MENSAGEM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              GO TO P230-MENSAGEM
           END-IF

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DP-OK
              CLOSE MATRICULA
              GO TO P230-MENSAGEM
           END-IF

           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO-MAT
           MOVE ZERO            TO ID-DISCIPLINA-MAT
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK OR ACS-LIBERADO-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-ID-ALUNO-PAR
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL WS-ANO-PAR AND
                          TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA
                          READ DISCIPLINAS
                             KEY IS ID-DISCIPLINA
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   IF AVAL-PARECER
                                      MOVE ID-DISCIPLINA
                                         TO WS-ACS-DISC
                                      MOVE TURMA-MATRICULA
                                         TO WS-ACS-TURMA
                                      PERFORM P710-VERIFICA-ACESSO
                                         THRU P710-FIM
                                   END-IF
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           CLOSE DISCIPLINAS
           .
       P230-MENSAGEM.
           IF NOT ACS-LIBERADO-OK
              DISPLAY 'PROFESSOR SEM OFERTA DESTA DISCIPLINA NA TURMA '
                      'DO ALUNO. PARECER RECUSADO.'
           END-IF
           .
       P230-FIM.

       P240-DIGITA-TEXTO.

           MOVE SPACE TO WS-TAB-TEXTO
           MOVE ZERO TO WS-QTD-LIN
           SET FIM-TEXTO-OK TO FALSE

           DISPLAY ' '
           DISPLAY 'PARECER DE ' WS-NM-ALUNO-PAR ' - ' WS-NM-DISC-PAR
                   ' - PERIODO ' WS-PERIODO-PAR '/' WS-ANO-PAR
           DISPLAY 'Digite o texto (ate 6 linhas de 70 posicoes; '
                   'linha em branco encerra):'

           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
              UNTIL WS-LIN-IDX > 6 OR FIM-TEXTO-OK
              MOVE SPACE TO WS-LINHA-IN
              DISPLAY 'Linha ' WS-LIN-IDX ': '
              ACCEPT WS-LINHA-IN
              IF WS-LINHA-IN EQUAL SPACE
                 SET FIM-TEXTO-OK TO TRUE
              ELSE
                 MOVE WS-LINHA-IN TO WS-TEXTO-LINHA(WS-LIN-IDX)
                 MOVE WS-LIN-IDX TO WS-QTD-LIN
              END-IF
           END-PERFORM
           .
       P240-FIM.

       P400-CONSULTA.

           PERFORM P210-LE-ALUNO THRU P210-FIM
           IF NOT ALUNO-VALIDO-OK
              GO TO P400-FIM
           END-IF

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PAR
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-PAR '): '
           ACCEPT WS-ANO-PAR
           IF WS-ANO-PAR NOT NUMERIC OR WS-ANO-PAR EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PAR
           END-IF

           SET FS-PAR-OK TO TRUE
           OPEN INPUT PARECERES
           IF WS-FS-PAR EQUAL 35
              DISPLAY 'NENHUM PARECER REGISTRADO.'
              GO TO P400-FIM
           END-IF
           IF NOT FS-PAR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARECERES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PAR
              GO TO P400-FIM
           END-IF

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           MOVE ZERO TO WS-QTD-PARECERES
           MOVE WS-ID-ALUNO-PAR TO ID-ALUNO-PAR
           MOVE WS-ANO-PAR      TO ANO-PAR
           MOVE ZERO            TO PERIODO-PAR
           MOVE ZERO            TO ID-DISCIPLINA-PAR
           SET EOF-OK TO FALSE
           START PARECERES KEY IS NOT LESS THAN CHAVE-PARECER
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ PARECERES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-PAR NOT EQUAL WS-ID-ALUNO-PAR OR
                       ANO-PAR NOT EQUAL WS-ANO-PAR
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-QTD-PARECERES
                       PERFORM P410-MOSTRA-PARECER THRU P410-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PARECERES
           IF FS-DP-OK
              CLOSE DISCIPLINAS
           END-IF

           IF WS-QTD-PARECERES EQUAL ZERO
              DISPLAY 'NENHUM PARECER DO ALUNO EM ' WS-ANO-PAR '.'
           END-IF
           .
       P400-FIM.

       P410-MOSTRA-PARECER.

           MOVE 'GERAL' TO WS-NM-DISC-PAR
           IF ID-DISCIPLINA-PAR NOT EQUAL ZERO
              MOVE SPACE TO WS-NM-DISC-PAR
              MOVE ID-DISCIPLINA-PAR TO ID-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA
                    INVALID KEY
                       MOVE ID-DISCIPLINA-PAR TO WS-NM-DISC-PAR
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA TO WS-NM-DISC-PAR
              END-READ
           END-IF

           DISPLAY ' '
           DISPLAY 'PERIODO ' PERIODO-PAR ' - ' WS-NM-DISC-PAR
                   ' (' AUTOR-PAR ' EM ' DT-PARECER ')'
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
              UNTIL WS-LIN-IDX > QTD-LINHAS-PAR
              DISPLAY '  ' LINHA-PAR(WS-LIN-IDX)
           END-PERFORM
           .
       P410-FIM.

       P500-SEM-PARECER.

      * Mesma conferencia feita pelo PROGPERI e pelo PROGTRIM antes
      * de fechar o periodo.
           MOVE LK-SESSAO-DATA(1:4) TO WS-CPR-ANO
           DISPLAY 'Ano letivo (<ENTER> = ' WS-CPR-ANO '): '
           ACCEPT WS-CPR-ANO
           IF WS-CPR-ANO NOT NUMERIC OR WS-CPR-ANO EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-CPR-ANO
           END-IF

           DISPLAY 'Informe o periodo (1 a 6): '
           ACCEPT WS-CPR-PERIODO
           IF WS-CPR-PERIODO < 1 OR WS-CPR-PERIODO > 6
              DISPLAY 'PERIODO INVALIDO.'
              GO TO P500-FIM
           END-IF

           DISPLAY 'Informe a turma (0 = todas): '
           ACCEPT WS-CPR-TURMA

           MOVE 'S' TO WS-CPR-LISTA
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPARC'
              USING WS-CONF-PARECER
              ON EXCEPTION
                 DISPLAY 'MODULO DE CONFERENCIA DE PARECERES '
                         'INDISPONIVEL.'
                 GO TO P500-FIM
           END-CALL

           EVALUATE TRUE
              WHEN CPR-CONFERENCIA-ERRO
                 DISPLAY 'CONFERENCIA NAO CONCLUIDA.'
              WHEN CPR-PARECERES-FALTAM
                 DISPLAY 'HA ALUNOS SEM PARECER: O PERIODO NAO PODE '
                         'SER FECHADO.'
              WHEN OTHER
                 DISPLAY 'TODOS OS ALUNOS TEM PARECER NO PERIODO.'
           END-EVALUATE
           .
       P500-FIM.

       P700-CARREGA-ACESSO.

      * Monta uma unica vez por chamada a tabela do professor logado:
      * as ofertas do ano corrente em nome dele e as dos titulares
      * afastados que ele substitui na data de hoje.
           IF ACS-CARREGADO-OK
              GO TO P700-FIM
           END-IF
           SET ACS-CARREGADO-OK TO TRUE
           MOVE ZERO TO WS-ACS-QTD-PAR
           ACCEPT WS-ACS-HOJE FROM DATE YYYYMMDD

           PERFORM P705-SUBSTITUICOES THRU P705-FIM

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF NOT FS-OFR-OK
              GO TO P700-FIM
           END-IF

           MOVE WS-ACS-ANO TO ANO-OFERTA
           MOVE ZERO TO ID-TURMA-OFR
           MOVE ZERO TO ID-DISCIPLINA-OFR
           SET EOF-ACS-OK TO FALSE
           START OFERTA KEY IS NOT LESS THAN CHAVE-OFERTA
              INVALID KEY
                 SET EOF-ACS-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-ACS-OK
              READ OFERTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ANO-OFERTA NOT EQUAL WS-ACS-ANO
                       SET EOF-ACS-OK TO TRUE
                    ELSE
                       PERFORM P702-AVALIA-OFERTA THRU P702-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFERTA
           .
       P700-FIM.

       P702-AVALIA-OFERTA.

           SET ACS-LIBERADO-OK TO FALSE
           IF ID-PROFESSOR-OFR EQUAL LK-ID-PROFESSOR
              SET ACS-LIBERADO-OK TO TRUE
           END-IF

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-SUB OR ACS-LIBERADO-OK
              IF WS-ACS-SUB-TITULAR (WS-ACS-IDX) EQUAL
                 ID-PROFESSOR-OFR AND
                 (WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL
                  ID-DISCIPLINA-OFR) AND
                 (WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ID-TURMA-OFR)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM

           IF ACS-LIBERADO-OK AND WS-ACS-QTD-PAR < 200
              ADD 1 TO WS-ACS-QTD-PAR
              MOVE ID-DISCIPLINA-OFR
                 TO WS-ACS-PAR-DISC (WS-ACS-QTD-PAR)
              MOVE ID-TURMA-OFR
                 TO WS-ACS-PAR-TURMA (WS-ACS-QTD-PAR)
           END-IF
           .
       P702-FIM.

       P705-SUBSTITUICOES.

      * Afastamentos vigentes hoje em que o professor logado e o
      * substituto; disciplina ou turma zeradas cobrem tudo o que o
      * titular leciona.
           MOVE ZERO TO WS-ACS-QTD-SUB

           SET FS-AFA-OK TO TRUE
           OPEN INPUT AFASTA
           IF NOT FS-AFA-OK
              GO TO P705-FIM
           END-IF

           SET EOF-ACS-OK TO FALSE
           PERFORM UNTIL EOF-ACS-OK
              READ AFASTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ID-PROF-SUBST EQUAL LK-ID-PROFESSOR AND
                       DT-INICIO-AFA <= WS-ACS-HOJE-N AND
                       (DT-FIM-AFA EQUAL ZERO OR
                        DT-FIM-AFA >= WS-ACS-HOJE-N) AND
                       WS-ACS-QTD-SUB < 50
                       ADD 1 TO WS-ACS-QTD-SUB
                       MOVE ID-PROF-TITULAR
                          TO WS-ACS-SUB-TITULAR (WS-ACS-QTD-SUB)
                       MOVE ID-DISC-AFA
                          TO WS-ACS-SUB-DISC (WS-ACS-QTD-SUB)
                       MOVE ID-TURMA-AFA
                          TO WS-ACS-SUB-TURMA (WS-ACS-QTD-SUB)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AFASTA
           .
       P705-FIM.

       P710-VERIFICA-ACESSO.

      * Libera o par WS-ACS-DISC/WS-ACS-TURMA para o operador da
      * sessao. Os demais perfis nao tem restricao; para o professor
      * o par precisa estar na tabela (turma zero = qualquer turma
      * da disciplina).
           SET ACS-LIBERADO-OK TO FALSE
           IF LK-PERFIL NOT EQUAL 'P'
              SET ACS-LIBERADO-OK TO TRUE
              GO TO P710-FIM
           END-IF

           PERFORM P700-CARREGA-ACESSO THRU P700-FIM

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-PAR OR ACS-LIBERADO-OK
              IF WS-ACS-PAR-DISC (WS-ACS-IDX) EQUAL WS-ACS-DISC AND
                 (WS-ACS-TURMA EQUAL ZERO OR
                  WS-ACS-PAR-TURMA (WS-ACS-IDX) EQUAL WS-ACS-TURMA)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM
           .
       P710-FIM.

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

           MOVE 'PROGPARE' TO AUD-PROGRAMA
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
       END PROGRAM PROGPARE.
