      *          no registro de frequencia geral do trimestre
      *          (disciplina 0 = dia escolar) e apontando as excecoes:
      *          cartao desconhecido, leitura duplicada e aluno ativo
      *          sem leitura no dia. Conciliacao da catraca com o
      *          diario de faltas das disciplinas por trimestre
      *          (faltas em aula com entrada na escola, presencas sem
      *          entrada e totais por turma e disciplina para as
      *          chamadas nao lancadas).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCATR.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FRQ.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

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

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS-OFR.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PROFESSOR IN REG-PROFESSOR
           FILE STATUS IS WS-FS-OFR.

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
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

      * Uma matricula conciliada: diario da disciplina, catraca do
      * aluno no trimestre, faltas esperadas e a situacao apurada.
       SD  SORT-WORK.
       01  REG-SORT.
           03 SORT-TURMA                     PIC 9(05).
           03 SORT-DISC                      PIC 9(05).
           03 SORT-ALUNO                     PIC 9(05).
           03 SORT-AULAS                     PIC 9(03).
           03 SORT-FALTAS                    PIC 9(03).
           03 SORT-DIAS-CAT                  PIC 9(03).
           03 SORT-FALTAS-CAT                PIC 9(03).
           03 SORT-ESPERADAS                 PIC 9(03).
           03 SORT-SITUACAO                  PIC X(01).
              88 SORT-SEM-CATRACA            VALUE 'N'.
              88 SORT-FALTA-ENTRADA          VALUE 'F'.
              88 SORT-PRESENCA-SEM           VALUE 'P'.
              88 SORT-CONFERE                VALUE 'C'.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CAMINHO-EXCECOES               PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       01  WS-LINHA-EXC                      PIC X(80) VALUE SPACE.
       01  WS-REG-AL-ANTES                   PIC X(201) VALUE SPACE.

      * Conciliacao catraca x diario.
       77  WS-HOJE-CON                       PIC 9(08) VALUE ZERO.
       77  WS-ANO-CON                        PIC 9(04) VALUE ZERO.
       77  WS-ANO-INF                        PIC 9(04) VALUE ZERO.
       77  WS-TRIM-CON                       PIC 9(02) VALUE ZERO.
       77  WS-TURMA-CON                      PIC 9(05) VALUE ZERO.
       77  WS-TOLERANCIA                     PIC 9(02) VALUE ZERO.
       77  WS-CON-ALUNO-ANT                  PIC 9(05) VALUE ZERO.
       77  WS-DIAS-CAT                       PIC 9(03) VALUE ZERO.
       77  WS-FALTAS-CAT                     PIC 9(03) VALUE ZERO.
       77  WS-DIFERENCA                      PIC S9(04) VALUE ZERO.
       77  WS-PROF-CON                       PIC 9(05) VALUE ZERO.
       77  WS-NM-DISC-CON                    PIC X(20) VALUE SPACE.
       77  WS-NM-PROF-CON                    PIC X(20) VALUE SPACE.
       77  WS-ALUNOS-CON                     PIC X VALUE 'N'.
           88 ALUNOS-CON-OK                  VALUE 'S' FALSE 'N'.

      * Quebra por turma e disciplina.
       77  WS-QB-ABERTO                      PIC X VALUE 'N'.
           88 QB-ABERTO-OK                   VALUE 'S'.
       77  WS-QB-TURMA                       PIC 9(05) VALUE ZERO.
       77  WS-QB-DISC                        PIC 9(05) VALUE ZERO.
       77  WS-QB-ALUNOS                      PIC 9(04) VALUE ZERO.
       77  WS-QB-AULAS                       PIC 9(03) VALUE ZERO.
       77  WS-QB-DIAS                        PIC 9(03) VALUE ZERO.
       77  WS-QB-FALTAS                      PIC 9(05) VALUE ZERO.
       77  WS-QB-ESPERADAS                   PIC 9(05) VALUE ZERO.
       77  WS-QB-FALTA-ENTR                  PIC 9(04) VALUE ZERO.
       77  WS-QB-PRES-SEM                    PIC 9(04) VALUE ZERO.
       77  WS-QB-SEM-CAT                     PIC 9(04) VALUE ZERO.
       77  WS-QG-GRUPOS                      PIC 9(04) VALUE ZERO.
       77  WS-QG-FALTA-ENTR                  PIC 9(05) VALUE ZERO.
       77  WS-QG-PRES-SEM                    PIC 9(05) VALUE ZERO.
       77  WS-QG-SUSPEITOS                   PIC 9(04) VALUE ZERO.

       01  WS-LIN-CONC.
           03 WS-LC-ALUNO                    PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LC-NOME                     PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LC-AULAS                    PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LC-FALTAS                   PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LC-ESPERADAS                PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LC-DIAS                     PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LC-FALTAS-CAT               PIC ZZ9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LC-OCORRENCIA               PIC X(24).

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

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
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
           DISPLAY 'CATRACA - CARTEIRINHAS E IMPORTACAO DE LEITURAS'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           .
       P010-FIM.

           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Emitir Carteirinha para Aluno           |'
           DISPLAY '|     2 - Importar Leituras do Dia                |'
           DISPLAY '|     3 - Conciliacao Catraca x Diario            |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
                 PERFORM P200-EMITE-CARTEIRINHA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-IMPORTA THRU P300-FIM
              WHEN '3'
                 PERFORM P400-CONCILIA THRU P400-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
           .
       P340-FIM.

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

       P400-CONCILIA.

      * Conciliacao da presenca na catraca (disciplina 0) com o
      * diario de faltas das disciplinas, por aluno e trimestre. O
      * arquivo de frequencia guarda totais do trimestre, entao a
      * comparacao e proporcional: as faltas esperadas no diario sao
      * as aulas da disciplina na mesma proporcao dos dias sem
      * entrada na escola. Falta no diario acima do esperado e falta
      * em aula com entrada na escola (aluno fora da sala ou erro do
      * professor empurrando o aluno para a FICAI); falta abaixo do
      * esperado e presenca em aula sem entrada na catraca. Os
      * totais por turma e disciplina mostram quem nao faz chamada.
           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              GO TO P400-FIM
           END-IF

           ACCEPT WS-HOJE-CON FROM DATE YYYYMMDD
           MOVE WS-HOJE-CON(1:4) TO WS-ANO-CON
           DISPLAY 'Informe o ano letivo (<ENTER> = ' WS-ANO-CON '): '
           MOVE ZERO TO WS-ANO-INF
           ACCEPT WS-ANO-INF
           IF WS-ANO-INF NUMERIC AND WS-ANO-INF NOT EQUAL ZERO
              MOVE WS-ANO-INF TO WS-ANO-CON
           END-IF

           DISPLAY 'Informe o trimestre: '
           ACCEPT WS-TRIM-CON
           IF WS-TRIM-CON NOT NUMERIC OR
              WS-TRIM-CON < 1 OR WS-TRIM-CON > 6
              DISPLAY 'TRIMESTRE INVALIDO.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'Informe a turma (<ENTER> = todas): '
           MOVE ZERO TO WS-TURMA-CON
           ACCEPT WS-TURMA-CON
           IF WS-TURMA-CON NOT NUMERIC
              MOVE ZERO TO WS-TURMA-CON
           END-IF

      * Diferenca em aulas tolerada antes de apontar o aluno
      * (arredondamento e aulas geminadas).
           ACCEPT WS-TOLERANCIA FROM ENVIRONMENT
              'CONCILIA_TOLERANCIA_AULAS'
              ON EXCEPTION MOVE 2 TO WS-TOLERANCIA
           END-ACCEPT
           IF WS-TOLERANCIA NOT NUMERIC
              MOVE 2 TO WS-TOLERANCIA
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P400-FIM
           END-IF

           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-FRQ-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FRQ
              CLOSE MATRICULA
              GO TO P400-FIM
           END-IF

           SET ALUNOS-CON-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF FS-OK
              SET ALUNOS-CON-OK TO TRUE
           END-IF

           MOVE 'CATRACA X DIARIO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'CONCILIACAO CATRACA X DIARIO - ANO '
                                     DELIMITED BY SIZE
                  WS-ANO-CON         DELIMITED BY SIZE
                  ' TRIMESTRE '      DELIMITED BY SIZE
                  WS-TRIM-CON        DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'AULA = AULAS NO DIARIO, FALT = FALTAS NO DIARIO, '
                                     DELIMITED BY SIZE
                  'ESP. = FALTAS ESPERADAS,'
                                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'DIAS = DIAS LETIVOS NA CATRACA, '
                                     DELIMITED BY SIZE
                  'FCAT = DIAS SEM ENTRADA'
                                     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE ZERO TO WS-QG-GRUPOS
           MOVE ZERO TO WS-QG-FALTA-ENTR
           MOVE ZERO TO WS-QG-PRES-SEM
           MOVE ZERO TO WS-QG-SUSPEITOS
           MOVE ZERO TO WS-CON-ALUNO-ANT

           SORT SORT-WORK
              ON ASCENDING KEY SORT-TURMA
              ON ASCENDING KEY SORT-DISC
              ON ASCENDING KEY SORT-ALUNO
              INPUT PROCEDURE IS P410-CONCILIA-ENTRADA
                 THRU P410-FIM
              OUTPUT PROCEDURE IS P450-CONCILIA-SAIDA
                 THRU P450-FIM

           CLOSE MATRICULA
           CLOSE FREQUENCIA
           IF ALUNOS-CON-OK
              CLOSE ALUNOS
           END-IF

           PERFORM P066-IMPRIME THRU P066-FIM
           IF WS-QG-GRUPOS EQUAL ZERO
              MOVE 'NENHUMA MATRICULA NO ANO/TURMA INFORMADOS.'
                 TO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           ELSE
              STRING 'TURMAS/DISCIPLINAS: ' DELIMITED BY SIZE
                     WS-QG-GRUPOS          DELIMITED BY SIZE
                     '  SEM CHAMADA OU SUSPEITAS: ' DELIMITED BY SIZE
                     WS-QG-SUSPEITOS       DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
              STRING 'FALTA EM AULA COM ENTRADA: ' DELIMITED BY SIZE
                     WS-QG-FALTA-ENTR      DELIMITED BY SIZE
                     '  PRESENCA SEM ENTRADA: ' DELIMITED BY SIZE
                     WS-QG-PRES-SEM        DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P400-FIM.

       P410-CONCILIA-ENTRADA.

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-MATRICULA EQUAL WS-ANO-CON AND
                       (WS-TURMA-CON EQUAL ZERO OR
                        TURMA-MATRICULA EQUAL WS-TURMA-CON)
                       PERFORM P420-CONCILIA-MATRICULA THRU P420-FIM
                    END-IF
              END-READ
           END-PERFORM
           .
       P410-FIM.

       P420-CONCILIA-MATRICULA.

      * Dia escolar do aluno no trimestre (lido uma vez por aluno).
           IF ID-ALUNO-MAT NOT EQUAL WS-CON-ALUNO-ANT
              MOVE ID-ALUNO-MAT TO WS-CON-ALUNO-ANT
              MOVE ID-ALUNO-MAT TO ID-ALUNO-FRQ
              MOVE ZERO         TO ID-DISCIPLINA-FRQ
              MOVE WS-TRIM-CON  TO TRIMESTRE-FRQ
              READ FREQUENCIA
                 KEY IS CHAVE-FREQUENCIA
                    INVALID KEY
                       MOVE ZERO TO WS-DIAS-CAT
                       MOVE ZERO TO WS-FALTAS-CAT
                    NOT INVALID KEY
                       MOVE AULAS-DADAS-FRQ TO WS-DIAS-CAT
                       MOVE FALTAS-FRQ      TO WS-FALTAS-CAT
              END-READ
           END-IF

           MOVE ID-ALUNO-MAT      TO ID-ALUNO-FRQ
           MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA-FRQ
           MOVE WS-TRIM-CON       TO TRIMESTRE-FRQ
           READ FREQUENCIA
              KEY IS CHAVE-FREQUENCIA
                 INVALID KEY
                    MOVE ZERO TO AULAS-DADAS-FRQ
                    MOVE ZERO TO FALTAS-FRQ
           END-READ

           MOVE TURMA-MATRICULA   TO SORT-TURMA
           MOVE ID-DISCIPLINA-MAT TO SORT-DISC
           MOVE ID-ALUNO-MAT      TO SORT-ALUNO
           MOVE AULAS-DADAS-FRQ   TO SORT-AULAS
           MOVE FALTAS-FRQ        TO SORT-FALTAS
           MOVE WS-DIAS-CAT       TO SORT-DIAS-CAT
           MOVE WS-FALTAS-CAT     TO SORT-FALTAS-CAT
           MOVE ZERO              TO SORT-ESPERADAS

           IF WS-DIAS-CAT EQUAL ZERO
              SET SORT-SEM-CATRACA TO TRUE
              RELEASE REG-SORT
              GO TO P420-FIM
           END-IF

           COMPUTE SORT-ESPERADAS ROUNDED =
              AULAS-DADAS-FRQ * WS-FALTAS-CAT / WS-DIAS-CAT
           COMPUTE WS-DIFERENCA = FALTAS-FRQ - SORT-ESPERADAS

           EVALUATE TRUE
              WHEN AULAS-DADAS-FRQ EQUAL ZERO
                 SET SORT-CONFERE TO TRUE
              WHEN WS-DIFERENCA > WS-TOLERANCIA
                 SET SORT-FALTA-ENTRADA TO TRUE
              WHEN WS-DIFERENCA + WS-TOLERANCIA < ZERO
                 SET SORT-PRESENCA-SEM TO TRUE
              WHEN OTHER
                 SET SORT-CONFERE TO TRUE
           END-EVALUATE

           RELEASE REG-SORT
           .
       P420-FIM.

       P450-CONCILIA-SAIDA.

           MOVE ZERO TO WS-QB-TURMA
           MOVE ZERO TO WS-QB-DISC
           MOVE 'N'  TO WS-QB-ABERTO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              RETURN SORT-WORK
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT QB-ABERTO-OK OR
                       SORT-TURMA NOT EQUAL WS-QB-TURMA OR
                       SORT-DISC NOT EQUAL WS-QB-DISC
                       IF QB-ABERTO-OK
                          PERFORM P470-TOTAL-GRUPO THRU P470-FIM
                       END-IF
                       PERFORM P460-ABRE-GRUPO THRU P460-FIM
                    END-IF
                    PERFORM P465-ALUNO THRU P465-FIM
              END-RETURN
           END-PERFORM

           IF QB-ABERTO-OK
              PERFORM P470-TOTAL-GRUPO THRU P470-FIM
           END-IF
           .
       P450-FIM.

       P460-ABRE-GRUPO.

           MOVE 'S'        TO WS-QB-ABERTO
           MOVE SORT-TURMA TO WS-QB-TURMA
           MOVE SORT-DISC  TO WS-QB-DISC
           MOVE ZERO TO WS-QB-ALUNOS
           MOVE ZERO TO WS-QB-AULAS
           MOVE ZERO TO WS-QB-DIAS
           MOVE ZERO TO WS-QB-FALTAS
           MOVE ZERO TO WS-QB-ESPERADAS
           MOVE ZERO TO WS-QB-FALTA-ENTR
           MOVE ZERO TO WS-QB-PRES-SEM
           MOVE ZERO TO WS-QB-SEM-CAT
           ADD 1 TO WS-QG-GRUPOS

           PERFORM P462-DISCIPLINA-PROFESSOR THRU P462-FIM

           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'TURMA '         DELIMITED BY SIZE
                  WS-QB-TURMA      DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-QB-DISC       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-NM-DISC-CON   DELIMITED BY SIZE
                  ' PROF.: '       DELIMITED BY SIZE
                  WS-NM-PROF-CON   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'ALUNO NOME'  TO WS-LINHA-SPOOL(1:10)
           MOVE 'AULA'        TO WS-LINHA-SPOOL(27:4)
           MOVE 'FALT'        TO WS-LINHA-SPOOL(32:4)
           MOVE 'ESP.'        TO WS-LINHA-SPOOL(37:4)
           MOVE 'DIAS'        TO WS-LINHA-SPOOL(42:4)
           MOVE 'FCAT'        TO WS-LINHA-SPOOL(47:4)
           MOVE 'OCORRENCIA'  TO WS-LINHA-SPOOL(53:10)
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P460-FIM.

       P462-DISCIPLINA-PROFESSOR.

      * Professor da oferta do ano na turma; sem oferta, o professor
      * fixo da disciplina.
           MOVE SPACE TO WS-NM-DISC-CON
           MOVE 'NAO INFORMADO' TO WS-NM-PROF-CON
           MOVE ZERO TO WS-PROF-CON

           SET FS-OFR-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF FS-OFR-OK
              MOVE WS-QB-DISC TO ID-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA TO WS-NM-DISC-CON
                       MOVE ID-PROFESSOR IN REG-DISCIPLINA
                          TO WS-PROF-CON
              END-READ
              CLOSE DISCIPLINAS
           END-IF

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF FS-OFR-OK
              MOVE WS-ANO-CON  TO ANO-OFERTA
              MOVE WS-QB-TURMA TO ID-TURMA-OFR
              MOVE WS-QB-DISC  TO ID-DISCIPLINA-OFR
              READ OFERTA
                 KEY IS CHAVE-OFERTA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE ID-PROFESSOR-OFR TO WS-PROF-CON
              END-READ
              CLOSE OFERTA
           END-IF

           IF WS-PROF-CON EQUAL ZERO
              GO TO P462-FIM
           END-IF

           SET FS-OFR-OK TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-OFR-OK
              MOVE WS-PROF-CON TO ID-PROFESSOR IN REG-PROFESSOR
              READ PROFESSORES
                 KEY IS ID-PROFESSOR IN REG-PROFESSOR
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-PROFESSOR TO WS-NM-PROF-CON
              END-READ
              CLOSE PROFESSORES
           END-IF
           .
       P462-FIM.

       P465-ALUNO.

           ADD 1 TO WS-QB-ALUNOS
           ADD SORT-FALTAS TO WS-QB-FALTAS
           ADD SORT-ESPERADAS TO WS-QB-ESPERADAS
           IF SORT-AULAS > WS-QB-AULAS
              MOVE SORT-AULAS TO WS-QB-AULAS
           END-IF
           IF SORT-DIAS-CAT > WS-QB-DIAS
              MOVE SORT-DIAS-CAT TO WS-QB-DIAS
           END-IF

           EVALUATE TRUE
              WHEN SORT-SEM-CATRACA
                 ADD 1 TO WS-QB-SEM-CAT
                 GO TO P465-FIM
              WHEN SORT-FALTA-ENTRADA
                 ADD 1 TO WS-QB-FALTA-ENTR
                 ADD 1 TO WS-QG-FALTA-ENTR
                 MOVE 'FALTA EM AULA C/ENTRADA' TO WS-LC-OCORRENCIA
              WHEN SORT-PRESENCA-SEM
                 ADD 1 TO WS-QB-PRES-SEM
                 ADD 1 TO WS-QG-PRES-SEM
                 MOVE 'PRESENCA SEM ENTRADA' TO WS-LC-OCORRENCIA
              WHEN OTHER
                 GO TO P465-FIM
           END-EVALUATE

           MOVE SPACE TO WS-LC-NOME
           IF ALUNOS-CON-OK
              MOVE SORT-ALUNO TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO TO WS-LC-NOME
              END-READ
           END-IF

           MOVE SORT-ALUNO      TO WS-LC-ALUNO
           MOVE SORT-AULAS      TO WS-LC-AULAS
           MOVE SORT-FALTAS     TO WS-LC-FALTAS
           MOVE SORT-ESPERADAS  TO WS-LC-ESPERADAS
           MOVE SORT-DIAS-CAT   TO WS-LC-DIAS
           MOVE SORT-FALTAS-CAT TO WS-LC-FALTAS-CAT
           MOVE WS-LIN-CONC     TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P465-FIM.

       P470-TOTAL-GRUPO.

           STRING '  ALUNOS '          DELIMITED BY SIZE
                  WS-QB-ALUNOS         DELIMITED BY SIZE
                  '  AULAS NO DIARIO ' DELIMITED BY SIZE
                  WS-QB-AULAS          DELIMITED BY SIZE
                  '  FALTAS '          DELIMITED BY SIZE
                  WS-QB-FALTAS         DELIMITED BY SIZE
                  '  ESPERADAS '       DELIMITED BY SIZE
                  WS-QB-ESPERADAS      DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING '  FALTA C/ENTRADA '  DELIMITED BY SIZE
                  WS-QB-FALTA-ENTR      DELIMITED BY SIZE
                  '  PRESENCA S/ENTRADA ' DELIMITED BY SIZE
                  WS-QB-PRES-SEM        DELIMITED BY SIZE
                  '  SEM CATRACA '      DELIMITED BY SIZE
                  WS-QB-SEM-CAT         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

      * Dias letivos na catraca sem aula no diario: chamada nao
      * lancada; ausencias na catraca sem nenhuma falta no diario:
      * chamada que marca todos presentes.
           IF WS-QB-DIAS > ZERO AND WS-QB-AULAS EQUAL ZERO
              ADD 1 TO WS-QG-SUSPEITOS
              MOVE '  *** SEM CHAMADA LANCADA NO TRIMESTRE'
                 TO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
              GO TO P470-FIM
           END-IF

           IF WS-QB-FALTAS EQUAL ZERO AND
              WS-QB-ESPERADAS > WS-TOLERANCIA
              ADD 1 TO WS-QG-SUSPEITOS
              MOVE '  *** DIARIO SEM FALTAS COM AUSENCIAS NA CATRACA'
                 TO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF
           .
       P470-FIM.

       P850-PROXIMO-NUMERO.

           MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE
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
