      *          fechamento e o recalculo apuram a media anual
      *          proporcionalmente aos periodos com nota, evitando
      *          que os trimestres nao cursados aqui zerem a media.
      *          A guia eletronica do PROGTRNF (FD-GUIAELET) e
      *          importada sem digitacao: conferida pelo total de
      *          controle, com o aluno e as disciplinas localizados
      *          no cadastro local e previa antes da gravacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRIN.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FRQ.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT GUIAELET ASSIGN TO
           WS-CAMINHO-GUIAELET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-GEL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      * Guia eletronica: lida para o REG-GUIAELET da WORKING-STORAGE.
       FD  GUIAELET.
       01  REG-GUIAELET-ARQ                   PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       77  WS-DATA-EVENTO                    PIC 9(08) VALUE ZERO.

       01  WS-CAMINHO-GUIAELET               PIC X(80).

       77  WS-FS-GEL                         PIC 99.
           88 FS-GEL-OK                      VALUE 0.

           COPY FD-GUIAELET.

      * Guia eletronica carregada inteira antes da conferencia.
       01  WS-TAB-GUIA.
           03 WS-GUIA-REG OCCURS 200 TIMES   PIC X(120).
       77  WS-GUIA-QTD                       PIC 9(05) VALUE ZERO.
       77  WS-GUIA-IDX                       PIC 9(05) VALUE ZERO.
       77  WS-GUIA-QTD-NOTAS                 PIC 9(03) VALUE ZERO.
       77  WS-GUIA-VALIDA                    PIC X VALUE 'N'.
           88 GUIA-VALIDA-OK                 VALUE 'S' FALSE 'N'.
       77  WS-GUIA-TRAILER                   PIC X VALUE 'N'.
           88 GUIA-TRAILER-OK                VALUE 'S' FALSE 'N'.
       77  WS-GUIA-APOS-TRL                  PIC X VALUE 'N'.
           88 GUIA-APOS-TRL-OK               VALUE 'S' FALSE 'N'.
       77  WS-TRL-QTD-REG                    PIC 9(05) VALUE ZERO.
       77  WS-TRL-QTD-NOTAS                  PIC 9(03) VALUE ZERO.
       77  WS-TRL-TOTAL                      PIC 9(18) VALUE ZERO.

      * Conferencia das disciplinas da guia com o cadastro local
      * ('A' aceita, 'R' recusada com o motivo).
       01  WS-TAB-DISC-GUIA.
           03 WS-DG-ITEM OCCURS 40 TIMES.
              05 WS-DG-REG                   PIC 9(03).
              05 WS-DG-DISC                  PIC 9(05).
              05 WS-DG-NM                    PIC X(20).
              05 WS-DG-QTD-PER               PIC 9(02).
              05 WS-DG-NTMAX                 PIC 9(02)V99.
              05 WS-DG-SIT                   PIC X(01).
              05 WS-DG-MOTIVO                PIC X(25).
       77  WS-DG-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-DG-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-DG-ACEITAS                     PIC 9(02) VALUE ZERO.
       77  WS-DG-RECUSADAS                   PIC 9(02) VALUE ZERO.

       01  WS-TAB-PRV-NT.
           03 WS-PRV-NT OCCURS 6 TIMES       PIC Z9,99.
       77  WS-PRV-AULAS                      PIC 9(04) VALUE ZERO.
       77  WS-PRV-FALTAS                     PIC 9(04) VALUE ZERO.
       77  WS-PRV-AULAS-ED                   PIC ZZZ9.
       77  WS-PRV-FALTAS-ED                  PIC ZZZ9.

      * Total de controle da guia eletronica: dois acumuladores
      * polinomiais sobre os bytes dos registros, combinados num
      * valor de 18 digitos.
       77  WS-TOT-IDX                        PIC 9(04) BINARY.
       77  WS-TOT-H1                         PIC 9(18) BINARY.
       77  WS-TOT-H2                         PIC 9(18) BINARY.
       77  WS-TOT-QUOC                       PIC 9(18) BINARY.
       77  WS-TOT-VALOR                      PIC 9(18) BINARY.
       77  WS-TOT-PRIMO1                     PIC 9(09) BINARY
                                             VALUE 999999937.
       77  WS-TOT-PRIMO2                     PIC 9(09) BINARY
                                             VALUE 999999929.

       01  WS-CONV-BYTE.
           03 WS-CB-ALTO                     PIC X VALUE LOW-VALUE.
           03 WS-CB-BAIXO                    PIC X.
       01  WS-CONV-NUM REDEFINES WS-CONV-BYTE
                                             PIC 9(04) BINARY.

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
           DISPLAY 'TRANSFERENCIA RECEBIDA - CARGA DA GUIA DE ORIGEM'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-GUIAELET FROM ENVIRONMENT
              'GUIA_ELETRONICA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'GUIA-ELETRONICA.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-GUIAELET
           END-ACCEPT

           .
       P010-FIM.


           SET EXT-OK TO TRUE

      * Guia eletronica do PROGTRNF: importada sem digitacao.
           DISPLAY 'TECLE: <E> para importar a guia eletronica ou '
                   '<QUALQUER TECLA> para digitar a guia impressa.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL 'E' OR WS-CONFIRMA EQUAL 'e'
              PERFORM P600-IMPORTA-GUIA THRU P600-FIM
              GO TO P100-SAIDA
           END-IF

           DISPLAY 'Informe o ID do aluno recebido: '
           ACCEPT WS-ALUNO-TFI

           .
       P500-FIM.

       P600-IMPORTA-GUIA.

      * Importacao da guia eletronica gravada pelo PROGTRNF da
      * escola de origem. A guia so e aceita inteira: trailer
      * presente, quantidade de registros e total de controle
      * conferindo. Aluno e disciplinas sao conferidos com o
      * cadastro local e a previa e exibida antes de gravar
      * TRANSF-IN, FREQUENCIA e NOTAS.
           PERFORM P610-LE-GUIA THRU P610-FIM
           IF NOT GUIA-VALIDA-OK
              GO TO P600-FIM
           END-IF

           PERFORM P620-LOCALIZA-ALUNO THRU P620-FIM
           IF WS-ALUNO-TFI EQUAL ZERO
              DISPLAY 'IMPORTACAO CANCELADA.'
              GO TO P600-FIM
           END-IF

           MOVE WS-GUIA-REG (1) TO REG-GUIAELET
           MOVE SPACE TO WS-ESCOLA
           STRING 'UNIDADE '  DELIMITED BY SIZE
                  ORIGEM-GEL  DELIMITED BY SIZE
                  ' - GUIA '  DELIMITED BY SIZE
                  GUIA-GEL    DELIMITED BY SIZE
                  INTO WS-ESCOLA

           PERFORM P630-CONFERE-DISCIPLINAS THRU P630-FIM
           PERFORM P640-PREVIA THRU P640-FIM

           IF WS-DG-ACEITAS EQUAL ZERO
              DISPLAY 'NENHUMA DISCIPLINA DA GUIA PODE SER GRAVADA. '
                      'NADA FOI GRAVADO.'
              GO TO P600-FIM
           END-IF

           DISPLAY 'TECLE: <S> para gravar as ' WS-DG-ACEITAS
                   ' disciplina(s) aceita(s) ou <QUALQUER TECLA> '
                   'para cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'IMPORTACAO CANCELADA.'
              GO TO P600-FIM
           END-IF

           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
              UNTIL WS-DG-IDX > WS-DG-QTD
              IF WS-DG-SIT (WS-DG-IDX) EQUAL 'A'
                 PERFORM P650-APLICA-DISCIPLINA THRU P650-FIM
              END-IF
           END-PERFORM

           PERFORM P500-GRAVA-EVENTO THRU P500-FIM

           MOVE WS-GUIA-REG (1) TO REG-GUIAELET
           MOVE 'GUIA-ELET'  TO AUD-OPERACAO
           MOVE 'TRANSF-IN'  TO AUD-ARQUIVO
           MOVE GUIA-GEL     TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'ORIGEM '          DELIMITED BY SIZE
                  ORIGEM-GEL         DELIMITED BY SIZE
                  ' ALUNO GUIA '     DELIMITED BY SIZE
                  ID-ALUNO-GEL       DELIMITED BY SIZE
                  ' LOCAL '          DELIMITED BY SIZE
                  WS-ALUNO-TFI       DELIMITED BY SIZE
                  ' ACEITAS '        DELIMITED BY SIZE
                  WS-DG-ACEITAS      DELIMITED BY SIZE
                  ' RECUSADAS '      DELIMITED BY SIZE
                  WS-DG-RECUSADAS    DELIMITED BY SIZE
                  ' TOTAL '          DELIMITED BY SIZE
                  WS-TRL-TOTAL       DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           DISPLAY 'GUIA ELETRONICA IMPORTADA: ' WS-DG-ACEITAS
                   ' DISCIPLINA(S) GRAVADA(S), ' WS-DG-RECUSADAS
                   ' RECUSADA(S).'
           .
       P600-FIM.

       P610-LE-GUIA.

           SET GUIA-VALIDA-OK TO FALSE
           SET GUIA-TRAILER-OK TO FALSE
           SET GUIA-APOS-TRL-OK TO FALSE
           MOVE ZERO TO WS-GUIA-QTD
           MOVE ZERO TO WS-GUIA-QTD-NOTAS
           MOVE ZERO TO WS-TRL-QTD-REG
           MOVE ZERO TO WS-TRL-QTD-NOTAS
           MOVE ZERO TO WS-TRL-TOTAL
           MOVE ZERO TO WS-TOT-H1
           MOVE ZERO TO WS-TOT-H2

           DISPLAY 'Guia eletronica: ' WS-CAMINHO-GUIAELET

           SET FS-GEL-OK TO TRUE
           OPEN INPUT GUIAELET
           IF NOT FS-GEL-OK
              DISPLAY 'GUIA ELETRONICA AUSENTE: ' WS-CAMINHO-GUIAELET
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-GEL
              GO TO P610-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ GUIAELET INTO REG-GUIAELET
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN GUIA-TRAILER-OK
                          SET GUIA-APOS-TRL-OK TO TRUE
                       WHEN GEL-TRAILER
                          SET GUIA-TRAILER-OK TO TRUE
                          MOVE QTD-REG-GEL   TO WS-TRL-QTD-REG
                          MOVE QTD-NOTAS-GEL TO WS-TRL-QTD-NOTAS
                          MOVE TOTAL-CTL-GEL TO WS-TRL-TOTAL
                       WHEN OTHER
                          PERFORM P690-TOTAL-CONTROLE THRU P690-FIM
                          ADD 1 TO WS-GUIA-QTD
                          IF WS-GUIA-QTD NOT GREATER THAN 200
                             MOVE REG-GUIAELET
                                TO WS-GUIA-REG (WS-GUIA-QTD)
                             IF GEL-NOTAS
                                ADD 1 TO WS-GUIA-QTD-NOTAS
                             END-IF
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE GUIAELET

           IF NOT GUIA-TRAILER-OK
              DISPLAY 'GUIA ELETRONICA RECUSADA: ARQUIVO SEM TRAILER '
                      '(GUIA TRUNCADA).'
              GO TO P610-FIM
           END-IF

           IF GUIA-APOS-TRL-OK
              DISPLAY 'GUIA ELETRONICA RECUSADA: REGISTROS APOS O '
                      'TRAILER.'
              GO TO P610-FIM
           END-IF

           IF WS-GUIA-QTD NOT EQUAL WS-TRL-QTD-REG
              DISPLAY 'GUIA ELETRONICA RECUSADA: ' WS-GUIA-QTD
                      ' REGISTRO(S) LIDO(S), ' WS-TRL-QTD-REG
                      ' NO TRAILER (GUIA TRUNCADA OU ALTERADA).'
              GO TO P610-FIM
           END-IF

           COMPUTE WS-TOT-VALOR = WS-TOT-H1 * 1000000000 + WS-TOT-H2
           IF WS-TOT-VALOR NOT EQUAL WS-TRL-TOTAL
              DISPLAY 'GUIA ELETRONICA RECUSADA: TOTAL DE CONTROLE '
                      'NAO CONFERE (GUIA ALTERADA OU CORROMPIDA).'
              GO TO P610-FIM
           END-IF

           IF WS-GUIA-QTD GREATER THAN 200
              DISPLAY 'GUIA ELETRONICA RECUSADA: MAIS DE 200 '
                      'REGISTROS.'
              GO TO P610-FIM
           END-IF

           IF WS-GUIA-QTD-NOTAS NOT EQUAL WS-TRL-QTD-NOTAS OR
              WS-GUIA-QTD-NOTAS GREATER THAN 40
              DISPLAY 'GUIA ELETRONICA RECUSADA: QUANTIDADE DE '
                      'DISCIPLINAS NAO CONFERE OU ACIMA DE 40.'
              GO TO P610-FIM
           END-IF

           MOVE WS-GUIA-REG (1) TO REG-GUIAELET
           IF NOT GEL-CABECALHO
              DISPLAY 'GUIA ELETRONICA RECUSADA: SEM CABECALHO.'
              GO TO P610-FIM
           END-IF

           SET GUIA-VALIDA-OK TO TRUE
           DISPLAY 'GUIA ELETRONICA CONFERIDA: ' WS-GUIA-QTD
                   ' REGISTRO(S), TOTAL DE CONTROLE OK.'
           .
       P610-FIM.

       P620-LOCALIZA-ALUNO.

      * Na rede o aluno pode ter outro ID no cadastro local: o ID da
      * guia so vale se nome e nascimento conferem; senao procura
      * pelo nome; por fim o operador informa o ID local.
           MOVE ZERO  TO WS-ALUNO-TFI
           MOVE SPACE TO WS-NM-ALUNO-TFI
           MOVE WS-GUIA-REG (1) TO REG-GUIAELET

           DISPLAY ' '
           DISPLAY 'Guia No ' GUIA-GEL ' de ' DATA-GEL
                   '  Unidade de origem: ' ORIGEM-GEL
           DISPLAY 'Aluno na guia: ' ID-ALUNO-GEL ' ' NM-ALUNO-GEL
                   '  Nascimento: ' DT-NASC-GEL

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P620-FIM
           END-IF

           MOVE ID-ALUNO-GEL TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NM-ALUNO IN REG-ALUNO EQUAL NM-ALUNO-GEL AND
                       (DT-NASC-ALUNO EQUAL DT-NASC-GEL OR
                        DT-NASC-GEL EQUAL ZERO)
                       MOVE ID-ALUNO TO WS-ALUNO-TFI
                    END-IF
           END-READ

           IF WS-ALUNO-TFI EQUAL ZERO
              MOVE NM-ALUNO-GEL TO NM-ALUNO IN REG-ALUNO
              READ ALUNOS
                 KEY IS NM-ALUNO IN REG-ALUNO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF DT-NASC-ALUNO EQUAL DT-NASC-GEL OR
                          DT-NASC-GEL EQUAL ZERO
                          MOVE ID-ALUNO TO WS-ALUNO-TFI
                       END-IF
              END-READ
           END-IF

           IF WS-ALUNO-TFI EQUAL ZERO
              DISPLAY 'ALUNO DA GUIA NAO LOCALIZADO NO CADASTRO PELO '
                      'ID, NOME E NASCIMENTO.'
              DISPLAY 'Informe o ID local do aluno (0 cancela): '
              ACCEPT WS-ALUNO-TFI
              IF WS-ALUNO-TFI NOT NUMERIC
                 MOVE ZERO TO WS-ALUNO-TFI
              END-IF
           END-IF

           IF WS-ALUNO-TFI NOT EQUAL ZERO
              MOVE WS-ALUNO-TFI TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       DISPLAY 'O ALUNO INFORMADO NAO EXISTE. '
                               'CADASTRE-O PRIMEIRO.'
                       MOVE ZERO TO WS-ALUNO-TFI
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-NM-ALUNO-TFI
                       DISPLAY 'Aluno local: ' WS-ALUNO-TFI ' '
                               WS-NM-ALUNO-TFI
              END-READ
           END-IF

           CLOSE ALUNOS
           .
       P620-FIM.

       P630-CONFERE-DISCIPLINAS.

      * Cada disciplina da guia e conferida com o cadastro local
      * (ID e nome; divergindo, o operador informa a disciplina
      * local), com a matricula do aluno e com a escala de notas.
      * As recusadas ficam na previa com o motivo e nao sao gravadas.
           MOVE ZERO TO WS-DG-QTD
           MOVE ZERO TO WS-DG-ACEITAS
           MOVE ZERO TO WS-DG-RECUSADAS

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P630-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE DISCIPLINAS
              GO TO P630-FIM
           END-IF

           PERFORM VARYING WS-GUIA-IDX FROM 2 BY 1
              UNTIL WS-GUIA-IDX > WS-GUIA-QTD
              MOVE WS-GUIA-REG (WS-GUIA-IDX) TO REG-GUIAELET
              IF GEL-NOTAS
                 ADD 1 TO WS-DG-QTD
                 MOVE WS-DG-QTD TO WS-DG-IDX
                 PERFORM P635-CONFERE-DISCIPLINA THRU P635-FIM
                 IF WS-DG-SIT (WS-DG-IDX) EQUAL 'A'
                    ADD 1 TO WS-DG-ACEITAS
                 ELSE
                    ADD 1 TO WS-DG-RECUSADAS
                 END-IF
              END-IF
           END-PERFORM

           CLOSE DISCIPLINAS
           CLOSE MATRICULA
           .
       P630-FIM.

       P635-CONFERE-DISCIPLINA.

           MOVE WS-GUIA-IDX   TO WS-DG-REG (WS-DG-IDX)
           MOVE ID-DISC-GEL   TO WS-DG-DISC (WS-DG-IDX)
           MOVE NM-DISC-GEL   TO WS-DG-NM (WS-DG-IDX)
           MOVE 4             TO WS-DG-QTD-PER (WS-DG-IDX)
           MOVE 10            TO WS-DG-NTMAX (WS-DG-IDX)
           MOVE 'R'           TO WS-DG-SIT (WS-DG-IDX)
           MOVE SPACE         TO WS-DG-MOTIVO (WS-DG-IDX)

           MOVE ID-DISC-GEL TO ID-DISCIPLINA IN REG-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                 INVALID KEY
                    MOVE SPACE TO NM-DISCIPLINA IN REG-DISCIPLINA
           END-READ

           IF NM-DISCIPLINA IN REG-DISCIPLINA NOT EQUAL NM-DISC-GEL
              DISPLAY 'DISCIPLINA DA GUIA ' ID-DISC-GEL ' '
                      NM-DISC-GEL ' NAO CONFERE COM O CADASTRO.'
              DISPLAY 'Informe o ID local da disciplina (0 ignora): '
              ACCEPT WS-DISC-TFI
              IF WS-DISC-TFI NOT NUMERIC OR WS-DISC-TFI EQUAL ZERO
                 MOVE 'IGNORADA PELO OPERADOR'
                    TO WS-DG-MOTIVO (WS-DG-IDX)
                 GO TO P635-FIM
              END-IF
              MOVE WS-DISC-TFI TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       MOVE 'DISCIPLINA INEXISTENTE'
                          TO WS-DG-MOTIVO (WS-DG-IDX)
                       GO TO P635-FIM
              END-READ
           END-IF

           MOVE ID-DISCIPLINA IN REG-DISCIPLINA
              TO WS-DG-DISC (WS-DG-IDX)
           MOVE NM-DISCIPLINA IN REG-DISCIPLINA
              TO WS-DG-NM (WS-DG-IDX)
           IF QTD-PERIODOS IN REG-DISCIPLINA NUMERIC AND
              QTD-PERIODOS IN REG-DISCIPLINA >= 2 AND
              QTD-PERIODOS IN REG-DISCIPLINA <= 6
              MOVE QTD-PERIODOS IN REG-DISCIPLINA
                 TO WS-DG-QTD-PER (WS-DG-IDX)
           END-IF
           IF NT-MAXIMA IN REG-DISCIPLINA NUMERIC AND
              NT-MAXIMA IN REG-DISCIPLINA NOT EQUAL ZERO
              MOVE NT-MAXIMA IN REG-DISCIPLINA
                 TO WS-DG-NTMAX (WS-DG-IDX)
           END-IF

           MOVE WS-ALUNO-TFI           TO ID-ALUNO-MAT
           MOVE WS-DG-DISC (WS-DG-IDX) TO ID-DISCIPLINA-MAT
           READ MATRICULA
              KEY IS CHAVE-MATRICULA
                 INVALID KEY
                    MOVE 'ALUNO NAO MATRICULADO'
                       TO WS-DG-MOTIVO (WS-DG-IDX)
                    GO TO P635-FIM
           END-READ

           IF ANO-NOTA-GEL NOT NUMERIC OR ANO-NOTA-GEL EQUAL ZERO
              MOVE 'ANO LETIVO INVALIDO' TO WS-DG-MOTIVO (WS-DG-IDX)
              GO TO P635-FIM
           END-IF

           MOVE ZERO TO WS-QTD-ORIGEM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > 6
              IF NT-GEL (WS-PER-IDX) NOT NUMERIC OR
                 NT-GEL (WS-PER-IDX) > WS-DG-NTMAX (WS-DG-IDX)
                 MOVE 'NOTA FORA DA ESCALA'
                    TO WS-DG-MOTIVO (WS-DG-IDX)
              END-IF
              IF AULAS-GEL (WS-PER-IDX) NOT NUMERIC OR
                 FALTAS-GEL (WS-PER-IDX) NOT NUMERIC OR
                 FALTAS-GEL (WS-PER-IDX) > AULAS-GEL (WS-PER-IDX)
                 MOVE 'FALTAS ACIMA DAS AULAS'
                    TO WS-DG-MOTIVO (WS-DG-IDX)
              END-IF
              IF WS-DG-MOTIVO (WS-DG-IDX) EQUAL SPACE AND
                 WS-PER-IDX NOT > WS-DG-QTD-PER (WS-DG-IDX) AND
                 (NT-GEL (WS-PER-IDX) > ZERO OR
                  AULAS-GEL (WS-PER-IDX) > ZERO)
                 ADD 1 TO WS-QTD-ORIGEM
              END-IF
           END-PERFORM

           IF WS-DG-MOTIVO (WS-DG-IDX) NOT EQUAL SPACE
              GO TO P635-FIM
           END-IF

           IF WS-QTD-ORIGEM EQUAL ZERO
              MOVE 'SEM PERIODOS NA ORIGEM' TO WS-DG-MOTIVO (WS-DG-IDX)
              GO TO P635-FIM
           END-IF

           MOVE 'A' TO WS-DG-SIT (WS-DG-IDX)
           .
       P635-FIM.

       P640-PREVIA.

           MOVE WS-GUIA-REG (1) TO REG-GUIAELET

           DISPLAY ' '
           DISPLAY '--- PREVIA DA GUIA ELETRONICA ---'
           DISPLAY 'Guia No ' GUIA-GEL ' de ' DATA-GEL '  Origem: '
                   ORIGEM-GEL '  Destino: ' DESTINO-GEL
           DISPLAY 'Aluno: ' WS-ALUNO-TFI ' ' WS-NM-ALUNO-TFI
           DISPLAY 'Responsavel na guia: ' NM-RESP-GEL ' '
                   TL-RESP-GEL
           DISPLAY 'Escola de origem (TRANSF-IN): ' WS-ESCOLA

           PERFORM VARYING WS-GUIA-IDX FROM 2 BY 1
              UNTIL WS-GUIA-IDX > WS-GUIA-QTD
              MOVE WS-GUIA-REG (WS-GUIA-IDX) TO REG-GUIAELET
              EVALUATE TRUE
                 WHEN GEL-MATRICULA
                    DISPLAY 'Serie na origem: ' ID-SERIE-GEL
                            '  Turma: ' TURMA-GEL
                            '  Ano: ' ANO-MAT-GEL
                 WHEN GEL-DOCUMENTO
                    IF SIT-DOC-GEL NOT EQUAL 'E'
                       EVALUATE TIPO-DOC-GEL
                          WHEN 'C'
                             DISPLAY 'DOCUMENTO NAO ENTREGUE NA '
                                     'ORIGEM: CERTIDAO'
                          WHEN 'R'
                             DISPLAY 'DOCUMENTO NAO ENTREGUE NA '
                                     'ORIGEM: COMPROVANTE DE RESIDENCIA'
                          WHEN 'H'
                             DISPLAY 'DOCUMENTO NAO ENTREGUE NA '
                                     'ORIGEM: HISTORICO ESCOLAR'
                          WHEN OTHER
                             DISPLAY 'DOCUMENTO NAO ENTREGUE NA '
                                     'ORIGEM: CARTEIRA DE VACINACAO'
                       END-EVALUATE
                    END-IF
                 WHEN GEL-LIVRO
                    DISPLAY 'LIVRO PNLD NAO DEVOLVIDO NA ORIGEM: '
                            ID-LIVRO-GEL ' ANO ' ANO-LIVRO-GEL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'DISCIPLINA            NT1   NT2   NT3   NT4   NT5 '
                   '  NT6  AULAS FALTAS'
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
              UNTIL WS-DG-IDX > WS-DG-QTD
              MOVE WS-GUIA-REG (WS-DG-REG (WS-DG-IDX)) TO REG-GUIAELET
              MOVE ZERO TO WS-PRV-AULAS
              MOVE ZERO TO WS-PRV-FALTAS
              PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                 UNTIL WS-PER-IDX > 6
                 MOVE NT-GEL (WS-PER-IDX) TO WS-PRV-NT (WS-PER-IDX)
                 IF AULAS-GEL (WS-PER-IDX) NUMERIC AND
                    FALTAS-GEL (WS-PER-IDX) NUMERIC
                    ADD AULAS-GEL (WS-PER-IDX) TO WS-PRV-AULAS
                    ADD FALTAS-GEL (WS-PER-IDX) TO WS-PRV-FALTAS
                 END-IF
              END-PERFORM
              MOVE WS-PRV-AULAS  TO WS-PRV-AULAS-ED
              MOVE WS-PRV-FALTAS TO WS-PRV-FALTAS-ED
              DISPLAY WS-DG-NM (WS-DG-IDX) ' '
                      WS-PRV-NT (1) ' ' WS-PRV-NT (2) ' '
                      WS-PRV-NT (3) ' ' WS-PRV-NT (4) ' '
                      WS-PRV-NT (5) ' ' WS-PRV-NT (6) '  '
                      WS-PRV-AULAS-ED '   ' WS-PRV-FALTAS-ED
              IF WS-DG-SIT (WS-DG-IDX) EQUAL 'A'
                 DISPLAY '   ANO ' ANO-NOTA-GEL ' - SERA GRAVADA'
              ELSE
                 DISPLAY '   ANO ' ANO-NOTA-GEL ' - RECUSADA: '
                         WS-DG-MOTIVO (WS-DG-IDX)
              END-IF
           END-PERFORM

           IF WS-DG-QTD EQUAL ZERO
              DISPLAY 'A GUIA NAO TRAZ NOTAS DO ANO.'
           END-IF
           DISPLAY ' '
           .
       P640-FIM.

       P650-APLICA-DISCIPLINA.

      * Monta a carga da disciplina como na digitacao da guia e
      * grava pelos mesmos paragrafos (TRANSF-IN, FREQUENCIA, NOTAS).
           MOVE WS-GUIA-REG (WS-DG-REG (WS-DG-IDX)) TO REG-GUIAELET
           MOVE WS-DG-DISC (WS-DG-IDX)    TO WS-DISC-TFI
           MOVE WS-DG-NM (WS-DG-IDX)      TO WS-NM-DISC-TFI
           MOVE WS-DG-QTD-PER (WS-DG-IDX) TO WS-QTD-PER
           MOVE WS-DG-NTMAX (WS-DG-IDX)   TO WS-NTMAX
           MOVE ANO-NOTA-GEL              TO WS-ANO-TFI

           MOVE ZERO TO WS-QTD-ORIGEM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > 6
              MOVE ZERO  TO WS-NOTA-PER (WS-PER-IDX)
              MOVE SPACE TO WS-MARCA-PER (WS-PER-IDX)
              MOVE ZERO  TO WS-AULAS-PER (WS-PER-IDX)
              MOVE ZERO  TO WS-FALTAS-PER (WS-PER-IDX)
              IF WS-PER-IDX NOT > WS-QTD-PER AND
                 (NT-GEL (WS-PER-IDX) > ZERO OR
                  AULAS-GEL (WS-PER-IDX) > ZERO)
                 MOVE 'S' TO WS-MARCA-PER (WS-PER-IDX)
                 ADD 1 TO WS-QTD-ORIGEM
                 MOVE NT-GEL (WS-PER-IDX) TO WS-NOTA-PER (WS-PER-IDX)
                 MOVE AULAS-GEL (WS-PER-IDX)
                    TO WS-AULAS-PER (WS-PER-IDX)
                 MOVE FALTAS-GEL (WS-PER-IDX)
                    TO WS-FALTAS-PER (WS-PER-IDX)
              END-IF
           END-PERFORM

           DISPLAY 'Disciplina: ' WS-NM-DISC-TFI
           PERFORM P200-GRAVA-TRANSFIN THRU P200-FIM
           PERFORM P300-GRAVA-FREQUENCIA THRU P300-FIM
           PERFORM P400-APLICA-EM-NOTAS THRU P400-FIM
           .
       P650-FIM.

       P690-TOTAL-CONTROLE.

      * Total de controle da guia eletronica. Mesmo calculo do P490
      * do PROGTRNF: qualquer mudanca aqui tem de ser repetida la, ou
      * as guias deixam de conferir.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
              UNTIL WS-TOT-IDX > 120
              MOVE REG-GUIAELET(WS-TOT-IDX:1) TO WS-CB-BAIXO
              COMPUTE WS-TOT-H1 = WS-TOT-H1 * 257 + WS-CONV-NUM + 1
              DIVIDE WS-TOT-H1 BY WS-TOT-PRIMO1
                 GIVING WS-TOT-QUOC REMAINDER WS-TOT-H1
              COMPUTE WS-TOT-H2 = WS-TOT-H2 * 263 + WS-CONV-NUM + 7
              DIVIDE WS-TOT-H2 BY WS-TOT-PRIMO2
                 GIVING WS-TOT-QUOC REMAINDER WS-TOT-H2
           END-PERFORM
           .
       P690-FIM.

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
