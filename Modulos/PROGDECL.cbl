      *          conclusao. Cada documento recebe um numero sequencial
      *          do CONTROLE (chave DOCUMENTO), e impresso em arquivo
      *          de spool e registrado no log de emissoes para
      *          verificacao posterior. O certificado de conclusao so
      *          sai com a integralizacao curricular completa: a grade
      *          de cada serie do SERIES ate a serie concluida, apurada
      *          sobre as notas do ano, o arquivo historico e os
      *          estudos aproveitados de outras escolas, sem
      *          dependencia em aberto. A apuracao tambem sai em
      *          relatorio por turma de concluintes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDECL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           RECORD KEY ID-HISTEXT
           FILE STATUS IS WS-FS-HEX.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN REG-AL-APROV
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT HIST-NOTAS ASSIGN TO
           WS-CAMINHO-HIST-NOTAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HST.

           SELECT HIST-APROV ASSIGN TO
           WS-CAMINHO-HIST-APROV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HST.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS-DP.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-SER.

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
       FD  HIST-EXTERNO.
           COPY FD-HISTEXT.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  HIST-NOTAS.
       01  REG-HIST-NOTAS                     PIC X(101).

       FD  HIST-APROV.
       01  REG-HIST-APROV                     PIC X(77).

       FD  SERIES.
           COPY FD-SERIES.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  TURMAS.
           COPY FD-TURMAS.

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


       77  WS-QTD-EXTERNOS                   PIC 9(03) VALUE ZERO.

       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-HIST-NOTAS             PIC X(80).
       01  WS-CAMINHO-HIST-APROV             PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-HST                         PIC 99.
           88 FS-HST-OK                      VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF-MAT                        PIC X VALUE 'N'.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

      * Integralizacao curricular: aprovacoes do aluno em todas as
      * fontes, disciplinas exigidas pela grade das series ate a
      * serie concluida e dependencias em aberto na matricula.
       77  WS-AP-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-AP-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-APROVACOES.
           03 WS-AP-ITEM OCCURS 400 TIMES.
              05 WS-AP-DISC                  PIC 9(05).
              05 WS-AP-NM                    PIC X(20).
              05 WS-AP-ANO                   PIC 9(04).
              05 WS-AP-USADA                 PIC X(01).

       77  WS-RQ-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-RQ-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-RQ-IDX2                        PIC 9(03) VALUE ZERO.
       01  WS-TAB-EXIGIDAS.
           03 WS-RQ-ITEM OCCURS 240 TIMES.
              05 WS-RQ-SERIE                 PIC 9(05).
              05 WS-RQ-DS-SERIE              PIC X(20).
              05 WS-RQ-DISC                  PIC 9(05).
              05 WS-RQ-NM                    PIC X(20).
              05 WS-RQ-CUMPRIDA              PIC X(01).

       77  WS-DP-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-DP-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-DEPENDENCIAS.
           03 WS-DP-ITEM OCCURS 30 TIMES.
              05 WS-DP-DISC                  PIC 9(05).
              05 WS-DP-ANO                   PIC 9(04).

       77  WS-GRD-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-SERIE-CONC                     PIC 9(05) VALUE ZERO.
       77  WS-IDADE-CONC                     PIC 9(02) VALUE ZERO.
       77  WS-SERIE-ANT                      PIC 9(05) VALUE ZERO.
       77  WS-FALTAS-SERIE                   PIC 9(03) VALUE ZERO.
       77  WS-QTD-FALTAS                     PIC 9(03) VALUE ZERO.
       77  WS-QTD-SERIE-PEND                 PIC 9(03) VALUE ZERO.
       77  WS-QTD-DEP-ABERTA                 PIC 9(03) VALUE ZERO.
       77  WS-NM-DISC-AUX                    PIC X(20) VALUE SPACE.

       77  WS-INTEGRALIZADO                  PIC X VALUE 'N'.
           88 INTEGRALIZADO-OK               VALUE 'S'.
       77  WS-ACHOU                          PIC X VALUE 'N'.
           88 ACHOU-OK                       VALUE 'S'.
       77  WS-DISC-ABERTO                    PIC X VALUE 'N'.
           88 DISC-ABERTO-OK                 VALUE 'S'.

      * Concluintes da turma no relatorio de integralizacao.
       77  WS-TURMA-REL                      PIC 9(05) VALUE ZERO.
       77  WS-TA-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TA-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-TURMA.
           03 WS-TA-ALUNO OCCURS 100 TIMES   PIC 9(05).
       77  WS-QTD-APTOS                      PIC 9(03) VALUE ZERO.
       77  WS-QTD-PENDENTES                  PIC 9(03) VALUE ZERO.
       77  WS-NM-SOCIAL-DOC                  PIC X(20) VALUE SPACE.

       01  WS-REGISTRO-AL                    PIC X(92) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-AL.
           03 ID-AL                          PIC 9(05).
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-DOC                         PIC 99.
           88 FS-DOC-OK                      VALUE 0.


       01  WS-LINHA-DOC                      PIC X(80) VALUE SPACE.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
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
           DISPLAY 'EMISSAO DE DECLARACOES E CERTIFICADOS'
                        INTO WS-CAMINHO-HISTEXT
           END-ACCEPT

           ACCEPT WS-CAMINHO-AL-APROV FROM ENVIRONMENT 'AL_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AL-APROV.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-AL-APROV
           END-ACCEPT

           ACCEPT WS-CAMINHO-HIST-NOTAS FROM ENVIRONMENT
              'HIST_NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HIST-NOTAS.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-NOTAS
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

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
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
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Declaracao de Matricula                 |'
           DISPLAY '|     2 - Certificado de Conclusao de Ano Letivo  |'
           DISPLAY '|     3 - Integralizacao Curricular da Turma      |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
              WHEN '2'
                 MOVE 'C' TO WS-TIPO-DOC
                 PERFORM P200-EMITE-DOCUMENTO THRU P200-FIM
              WHEN '3'
                 PERFORM P480-INTEGRALIZACAO-TURMA THRU P480-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                    CLOSE ALUNOS
                    GO TO P200-FIM
           END-READ
           MOVE NM-SOCIAL-ALUNO TO WS-NM-SOCIAL-DOC
           CLOSE ALUNOS

           DISPLAY 'Aluno: ' NM-AL
           IF WS-NM-SOCIAL-DOC NOT EQUAL SPACE
              DISPLAY 'Nome social: ' WS-NM-SOCIAL-DOC
           END-IF
           DISPLAY 'Informe o ano letivo do documento: '
           ACCEPT WS-ANO-DOC

                 MOVE 'S' TO WS-ELEGIVEL
              END-IF
           END-IF

      * Aprovado no ano, o aluno ainda precisa ter a trajetoria
      * inteira cumprida: sem disciplina da grade faltando e sem
      * dependencia em aberto.
           IF ELEGIVEL-OK
              PERFORM P450-INTEGRALIZACAO THRU P450-FIM
              IF NOT INTEGRALIZADO-OK
                 MOVE 'N' TO WS-ELEGIVEL
                 DISPLAY 'INTEGRALIZACAO CURRICULAR INCOMPLETA. '
                         'CERTIFICADO NEGADO.'
              END-IF
           END-IF
           .
       P400-FIM.

       P450-INTEGRALIZACAO.

      * Apuracao da integralizacao curricular do aluno em WS-
      * REGISTRO-AL ate a serie cursada em WS-ANO-DOC. Sem serie na
      * matricula, valem todas as series do SERIES.
           MOVE 'N'  TO WS-INTEGRALIZADO
           MOVE ZERO TO WS-QTD-FALTAS
           MOVE ZERO TO WS-QTD-SERIE-PEND
           MOVE ZERO TO WS-QTD-DEP-ABERTA
           MOVE ZERO TO WS-RQ-QTD

           MOVE 'N' TO WS-DISC-ABERTO
           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF FS-DP-OK
              MOVE 'S' TO WS-DISC-ABERTO
           END-IF

           PERFORM P455-CARREGA-APROVACOES THRU P455-FIM
           PERFORM P460-LE-MATRICULAS THRU P460-FIM
           PERFORM P465-MONTA-GRADE THRU P465-FIM
           PERFORM P470-CONFRONTA THRU P470-FIM
           PERFORM P475-IMPRIME-APURACAO THRU P475-FIM

           IF DISC-ABERTO-OK
              CLOSE DISCIPLINAS
           END-IF
           .
       P450-FIM.

       P455-CARREGA-APROVACOES.

      * Aprovacoes do aluno: notas arquivadas e do ano (situacao
      * APROVADO), aprovados arquivados e do ano e estudos
      * aproveitados de outras escolas (so pelo nome da disciplina).
           MOVE ZERO TO WS-AP-QTD

           SET FS-HST-OK TO TRUE
           OPEN INPUT HIST-NOTAS
           IF FS-HST-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ HIST-NOTAS NEXT RECORD INTO WS-REGISTRO-NT
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF NM-NT EQUAL NM-AL AND ST-NT EQUAL 'APROVADO'
                          PERFORM P456-GUARDA-APROVACAO THRU P456-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HIST-NOTAS
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF FS-OK
              MOVE NM-AL TO NM-ALUNO IN REG-NOTAS
              START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
                 INVALID KEY
                    SET EOF-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-OK
                 READ NOTAS NEXT RECORD INTO WS-REGISTRO-NT
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF NM-NT NOT EQUAL NM-AL
                          SET EOF-OK TO TRUE
                       ELSE
                          IF ST-NT EQUAL 'APROVADO'
                             PERFORM P456-GUARDA-APROVACAO
                                THRU P456-FIM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTAS
           END-IF

           SET FS-HST-OK TO TRUE
           OPEN INPUT HIST-APROV
           IF FS-HST-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ HIST-APROV NEXT RECORD INTO WS-REGISTRO-NT
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF NM-NT EQUAL NM-AL
                          PERFORM P456-GUARDA-APROVACAO THRU P456-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HIST-APROV
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT AL-APROV
           IF FS-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ AL-APROV NEXT RECORD INTO WS-REGISTRO-NT
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF NM-NT EQUAL NM-AL
                          PERFORM P456-GUARDA-APROVACAO THRU P456-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AL-APROV
           END-IF

           SET FS-HEX-OK TO TRUE
           OPEN INPUT HIST-EXTERNO
           IF FS-HEX-OK
              SET EOF-HEX-OK TO FALSE
              PERFORM UNTIL EOF-HEX-OK
                 READ HIST-EXTERNO NEXT RECORD
                    AT END
                       SET EOF-HEX-OK TO TRUE
                    NOT AT END
                       IF ID-ALUNO-HEX EQUAL ID-AL AND
                          ST-HEX EQUAL 'APROVADO'
                          MOVE ZERO              TO IDDP-NT
                          MOVE NM-DISCIPLINA-HEX TO DP-NT
                          MOVE ANO-HEX           TO ANO-NT
                          PERFORM P456-GUARDA-APROVACAO THRU P456-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HIST-EXTERNO
           END-IF
           .
       P455-FIM.

       P456-GUARDA-APROVACAO.

      * AL-APROV espelha as aprovacoes de NOTAS: a mesma disciplina
      * no mesmo ano conta uma vez so.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
              UNTIL WS-AP-IDX > WS-AP-QTD OR ACHOU-OK
              IF WS-AP-ANO (WS-AP-IDX) EQUAL ANO-NT AND
                 WS-AP-NM (WS-AP-IDX) EQUAL DP-NT AND
                 WS-AP-DISC (WS-AP-IDX) EQUAL IDDP-NT
                 MOVE 'S' TO WS-ACHOU
              END-IF
           END-PERFORM

           IF ACHOU-OK OR WS-AP-QTD >= 400
              GO TO P456-FIM
           END-IF

           ADD 1 TO WS-AP-QTD
           IF IDDP-NT NUMERIC
              MOVE IDDP-NT TO WS-AP-DISC (WS-AP-QTD)
           ELSE
              MOVE ZERO    TO WS-AP-DISC (WS-AP-QTD)
           END-IF
           MOVE DP-NT   TO WS-AP-NM (WS-AP-QTD)
           IF ANO-NT NUMERIC
              MOVE ANO-NT TO WS-AP-ANO (WS-AP-QTD)
           ELSE
              MOVE ZERO   TO WS-AP-ANO (WS-AP-QTD)
           END-IF
           MOVE 'N'     TO WS-AP-USADA (WS-AP-QTD)
           .
       P456-FIM.

       P460-LE-MATRICULAS.

      * Serie cursada no ano do documento e dependencias (flag D do
      * PROGROLL) sem aprovacao da disciplina no ano da dependencia
      * ou depois dele.
           MOVE ZERO TO WS-SERIE-CONC
           MOVE ZERO TO WS-DP-QTD

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              GO TO P460-FIM
           END-IF

           MOVE ID-AL TO ID-ALUNO-MAT
           MOVE ZERO  TO ID-DISCIPLINA-MAT
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
                    IF ID-ALUNO-MAT NOT EQUAL ID-AL
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL WS-ANO-DOC AND
                          NOT MATRICULA-DEPENDENCIA AND
                          ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT TO WS-SERIE-CONC
                       END-IF
                       IF MATRICULA-DEPENDENCIA
                          PERFORM P462-DEPENDENCIA THRU P462-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           .
       P460-FIM.

       P462-DEPENDENCIA.

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
              UNTIL WS-AP-IDX > WS-AP-QTD OR ACHOU-OK
              IF WS-AP-DISC (WS-AP-IDX) EQUAL ID-DISCIPLINA-MAT AND
                 (ANO-MATRICULA NOT NUMERIC OR
                  WS-AP-ANO (WS-AP-IDX) NOT LESS THAN ANO-MATRICULA)
                 MOVE 'S' TO WS-ACHOU
              END-IF
           END-PERFORM

           IF NOT ACHOU-OK AND WS-DP-QTD < 30
              ADD 1 TO WS-DP-QTD
              MOVE ID-DISCIPLINA-MAT TO WS-DP-DISC (WS-DP-QTD)
              MOVE ANO-MATRICULA     TO WS-DP-ANO (WS-DP-QTD)
           END-IF
           .
       P462-FIM.

       P465-MONTA-GRADE.

      * Disciplinas exigidas: a grade de cada serie com idade de
      * referencia ate a da serie concluida, na ordem do SERIES.
           MOVE 99 TO WS-IDADE-CONC

           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-SER-OK
              DISPLAY 'AVISO: NENHUMA SERIE CADASTRADA. GRADE '
                      'CURRICULAR NAO CONFERIDA.'
              GO TO P465-FIM
           END-IF

           IF WS-SERIE-CONC NOT EQUAL ZERO
              MOVE WS-SERIE-CONC TO ID-SERIE
              READ SERIES
                 KEY IS ID-SERIE
                    INVALID KEY
                       MOVE 99 TO WS-IDADE-CONC
                    NOT INVALID KEY
                       MOVE IDADE-SERIE TO WS-IDADE-CONC
              END-READ
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
                    IF IDADE-SERIE NOT GREATER THAN WS-IDADE-CONC
                       PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                          UNTIL WS-GRD-IDX > QTD-GRADE-SERIE
                             OR WS-GRD-IDX > 12
                          IF ID-DISC-GRADE (WS-GRD-IDX) NUMERIC AND
                             ID-DISC-GRADE (WS-GRD-IDX) NOT EQUAL ZERO
                             AND WS-RQ-QTD < 240
                             ADD 1 TO WS-RQ-QTD
                             MOVE ID-SERIE TO WS-RQ-SERIE (WS-RQ-QTD)
                             MOVE DS-SERIE
                                TO WS-RQ-DS-SERIE (WS-RQ-QTD)
                             MOVE ID-DISC-GRADE (WS-GRD-IDX)
                                TO WS-RQ-DISC (WS-RQ-QTD)
                             PERFORM P479-NOME-DISCIPLINA THRU P479-FIM
                             MOVE WS-NM-DISC-AUX
                                TO WS-RQ-NM (WS-RQ-QTD)
                             MOVE 'N' TO WS-RQ-CUMPRIDA (WS-RQ-QTD)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SERIES
           .
       P465-FIM.

       P470-CONFRONTA.

      * Cada aprovacao cumpre uma unica exigencia: primeiro pelo ID
      * da disciplina, depois pelo nome (estudos aproveitados e
      * disciplinas recadastradas).
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
              UNTIL WS-RQ-IDX > WS-RQ-QTD
              MOVE 'N' TO WS-ACHOU
              PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                 UNTIL WS-AP-IDX > WS-AP-QTD OR ACHOU-OK
                 IF WS-AP-USADA (WS-AP-IDX) EQUAL 'N' AND
                    WS-AP-DISC (WS-AP-IDX) EQUAL WS-RQ-DISC (WS-RQ-IDX)
                    MOVE 'S' TO WS-ACHOU
                    MOVE 'S' TO WS-AP-USADA (WS-AP-IDX)
                    MOVE 'S' TO WS-RQ-CUMPRIDA (WS-RQ-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
              UNTIL WS-RQ-IDX > WS-RQ-QTD
              IF WS-RQ-CUMPRIDA (WS-RQ-IDX) EQUAL 'N' AND
                 WS-RQ-NM (WS-RQ-IDX) NOT EQUAL SPACE
                 MOVE 'N' TO WS-ACHOU
                 PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                    UNTIL WS-AP-IDX > WS-AP-QTD OR ACHOU-OK
                    IF WS-AP-USADA (WS-AP-IDX) EQUAL 'N' AND
                       WS-AP-NM (WS-AP-IDX) EQUAL WS-RQ-NM (WS-RQ-IDX)
                       MOVE 'S' TO WS-ACHOU
                       MOVE 'S' TO WS-AP-USADA (WS-AP-IDX)
                       MOVE 'S' TO WS-RQ-CUMPRIDA (WS-RQ-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       P470-FIM.

       P475-IMPRIME-APURACAO.

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'INTEGRALIZACAO CURRICULAR - ALUNO ' DELIMITED BY SIZE
                  ID-AL                               DELIMITED BY SIZE
                  ' '                                 DELIMITED BY SIZE
                  NM-AL                               DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P478-LINHA-APURACAO THRU P478-FIM

           IF WS-SERIE-CONC NOT EQUAL ZERO
              STRING '  SERIE CURSADA EM ' DELIMITED BY SIZE
                     WS-ANO-DOC           DELIMITED BY SIZE
                     ': '                 DELIMITED BY SIZE
                     WS-SERIE-CONC        DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
           ELSE
              MOVE '  SEM SERIE NA MATRICULA DO ANO: EXIGIDAS TODAS AS '
                 TO WS-LINHA-SPOOL(1:52)
              MOVE 'SERIES' TO WS-LINHA-SPOOL(53:6)
           END-IF
           PERFORM P478-LINHA-APURACAO THRU P478-FIM

           MOVE ZERO TO WS-SERIE-ANT
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
              UNTIL WS-RQ-IDX > WS-RQ-QTD
              IF WS-RQ-SERIE (WS-RQ-IDX) NOT EQUAL WS-SERIE-ANT
                 PERFORM P476-LINHA-SERIE THRU P476-FIM
              END-IF
              IF WS-RQ-CUMPRIDA (WS-RQ-IDX) EQUAL 'N'
                 ADD 1 TO WS-QTD-FALTAS
                 STRING '     FALTA APROVACAO EM ' DELIMITED BY SIZE
                        WS-RQ-DISC (WS-RQ-IDX)    DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-RQ-NM (WS-RQ-IDX)      DELIMITED BY SIZE
                        INTO WS-LINHA-SPOOL
                 PERFORM P478-LINHA-APURACAO THRU P478-FIM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
              UNTIL WS-DP-IDX > WS-DP-QTD
              ADD 1 TO WS-QTD-DEP-ABERTA
              PERFORM P477-NOME-DEPENDENCIA THRU P477-FIM
              STRING '  DEPENDENCIA EM ABERTO: ' DELIMITED BY SIZE
                     WS-DP-DISC (WS-DP-IDX)     DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     WS-NM-DISC-AUX             DELIMITED BY SIZE
                     ' DESDE '                  DELIMITED BY SIZE
                     WS-DP-ANO (WS-DP-IDX)      DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P478-LINHA-APURACAO THRU P478-FIM
           END-PERFORM

           IF WS-QTD-FALTAS EQUAL ZERO AND WS-QTD-DEP-ABERTA EQUAL ZERO
              MOVE 'S' TO WS-INTEGRALIZADO
              MOVE '  RESULTADO: INTEGRALIZACAO COMPLETA'
                 TO WS-LINHA-SPOOL
           ELSE
              STRING '  RESULTADO: PENDENTE - ' DELIMITED BY SIZE
                     WS-QTD-FALTAS             DELIMITED BY SIZE
                     ' DISCIPLINA(S), '        DELIMITED BY SIZE
                     WS-QTD-SERIE-PEND         DELIMITED BY SIZE
                     ' SERIE(S), '             DELIMITED BY SIZE
                     WS-QTD-DEP-ABERTA         DELIMITED BY SIZE
                     ' DEPENDENCIA(S)'         DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
           END-IF
           PERFORM P478-LINHA-APURACAO THRU P478-FIM
           .
       P475-FIM.

       P476-LINHA-SERIE.

      * Cabecalho da serie com a situacao: sem aprovacao enquanto
      * faltar qualquer disciplina da grade.
           MOVE WS-RQ-SERIE (WS-RQ-IDX) TO WS-SERIE-ANT
           MOVE ZERO TO WS-FALTAS-SERIE
           PERFORM VARYING WS-RQ-IDX2 FROM WS-RQ-IDX BY 1
              UNTIL WS-RQ-IDX2 > WS-RQ-QTD
                 OR WS-RQ-SERIE (WS-RQ-IDX2) NOT EQUAL WS-SERIE-ANT
              IF WS-RQ-CUMPRIDA (WS-RQ-IDX2) EQUAL 'N'
                 ADD 1 TO WS-FALTAS-SERIE
              END-IF
           END-PERFORM

           STRING '  SERIE '                DELIMITED BY SIZE
                  WS-RQ-SERIE (WS-RQ-IDX)    DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-RQ-DS-SERIE (WS-RQ-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           IF WS-FALTAS-SERIE EQUAL ZERO
              MOVE ': CUMPRIDA' TO WS-LINHA-SPOOL(35:10)
           ELSE
              ADD 1 TO WS-QTD-SERIE-PEND
              MOVE ': SEM APROVACAO (' TO WS-LINHA-SPOOL(35:17)
              MOVE WS-FALTAS-SERIE TO WS-LINHA-SPOOL(52:3)
              MOVE ' PENDENTE(S))' TO WS-LINHA-SPOOL(55:13)
           END-IF
           PERFORM P478-LINHA-APURACAO THRU P478-FIM
           .
       P476-FIM.

       P477-NOME-DEPENDENCIA.

           MOVE SPACE TO WS-NM-DISC-AUX
           IF DISC-ABERTO-OK
              MOVE WS-DP-DISC (WS-DP-IDX)
                 TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       MOVE SPACE TO WS-NM-DISC-AUX
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                          TO WS-NM-DISC-AUX
              END-READ
           END-IF
           .
       P477-FIM.

       P478-LINHA-APURACAO.

           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P478-FIM.

       P479-NOME-DISCIPLINA.

           MOVE SPACE TO WS-NM-DISC-AUX
           IF DISC-ABERTO-OK
              MOVE ID-DISC-GRADE (WS-GRD-IDX)
                 TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       MOVE SPACE TO WS-NM-DISC-AUX
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                          TO WS-NM-DISC-AUX
              END-READ
           END-IF
           .
       P479-FIM.

       P480-INTEGRALIZACAO-TURMA.

      * Relatorio da turma de concluintes: a mesma apuracao do
      * certificado, aluno a aluno, em spool.
           MOVE ZERO TO WS-TA-QTD
           MOVE ZERO TO WS-QTD-APTOS
           MOVE ZERO TO WS-QTD-PENDENTES

           DISPLAY 'Informe o ID da turma de concluintes: '
           ACCEPT WS-TURMA-REL
           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-DOC

           SET FS-SER-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-SER-OK
              DISPLAY 'NENHUMA TURMA CADASTRADA.'
              GO TO P480-FIM
           END-IF
           MOVE WS-TURMA-REL TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA.'
                    CLOSE TURMAS
                    GO TO P480-FIM
           END-READ
           CLOSE TURMAS

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P480-FIM
           END-IF

           MOVE WS-TURMA-REL TO TURMA-MATRICULA
           MOVE WS-ANO-DOC   TO ANO-MATRICULA
           START MATRICULA KEY IS EQUAL CHAVE-TURMA-MAT
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
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-REL OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-DOC
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       MOVE 'N' TO WS-ACHOU
                       PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                          UNTIL WS-TA-IDX > WS-TA-QTD OR ACHOU-OK
                          IF WS-TA-ALUNO (WS-TA-IDX) EQUAL ID-ALUNO-MAT
                             MOVE 'S' TO WS-ACHOU
                          END-IF
                       END-PERFORM
                       IF NOT ACHOU-OK AND WS-TA-QTD < 100
                          ADD 1 TO WS-TA-QTD
                          MOVE ID-ALUNO-MAT TO WS-TA-ALUNO (WS-TA-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MATRICULA

           IF WS-TA-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO MATRICULADO NA TURMA NO ANO '
                      WS-ANO-DOC '.'
              GO TO P480-FIM
           END-IF

           MOVE 'INTEGRALIZACAO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'INTEGRALIZACAO CURRICULAR - TURMA ' DELIMITED BY SIZE
                  WS-TURMA-REL                        DELIMITED BY SIZE
                  ' '                                 DELIMITED BY SIZE
                  DS-TURMA                            DELIMITED BY SIZE
                  ' ANO '                             DELIMITED BY SIZE
                  WS-ANO-DOC                          DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P478-LINHA-APURACAO THRU P478-FIM
           PERFORM P478-LINHA-APURACAO THRU P478-FIM

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              GO TO P480-FIM
           END-IF

           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
              UNTIL WS-TA-IDX > WS-TA-QTD
              MOVE WS-TA-ALUNO (WS-TA-IDX) TO ID-ALUNO
              READ ALUNOS INTO WS-REGISTRO-AL
                 KEY IS ID-ALUNO
                    INVALID KEY
                       DISPLAY 'ALUNO ' ID-ALUNO ' NAO CADASTRADO.'
                    NOT INVALID KEY
                       PERFORM P450-INTEGRALIZACAO THRU P450-FIM
                       IF INTEGRALIZADO-OK
                          ADD 1 TO WS-QTD-APTOS
                       ELSE
                          ADD 1 TO WS-QTD-PENDENTES
                       END-IF
                       PERFORM P478-LINHA-APURACAO THRU P478-FIM
              END-READ
           END-PERFORM
           CLOSE ALUNOS

           STRING 'CONCLUINTES: '           DELIMITED BY SIZE
                  WS-TA-QTD                 DELIMITED BY SIZE
                  '  INTEGRALIZADOS: '      DELIMITED BY SIZE
                  WS-QTD-APTOS              DELIMITED BY SIZE
                  '  COM PENDENCIA: '       DELIMITED BY SIZE
                  WS-QTD-PENDENTES          DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P478-LINHA-APURACAO THRU P478-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P480-FIM.


       P500-IMPRIME-DOCUMENTO.

           SET FS-DOC-OK TO TRUE
           MOVE UNID-AL TO WS-LINHA-DOC(44:4)
           WRITE REG-DOCUMENTO FROM WS-LINHA-DOC

      * Documento oficial: nome civil, com o nome social ao lado
      * quando registrado.
           IF WS-NM-SOCIAL-DOC NOT EQUAL SPACE
              MOVE SPACE TO WS-LINHA-DOC
              MOVE '(NOME SOCIAL: ' TO WS-LINHA-DOC(1:14)
              MOVE WS-NM-SOCIAL-DOC TO WS-LINHA-DOC(15:20)
              MOVE ')' TO WS-LINHA-DOC(35:1)
              WRITE REG-DOCUMENTO FROM WS-LINHA-DOC
           END-IF

           MOVE SPACE TO WS-LINHA-DOC
           IF WS-TIPO-DOC EQUAL 'D'
              MOVE 'ENCONTRA-SE REGULARMENTE MATRICULADO(A) NO ANO'

           MOVE 'PROGDECL' TO AUD-PROGRAMA

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
