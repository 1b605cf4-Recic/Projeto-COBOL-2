      *          numero de guia sequencial, atualiza UNIDADE-ALUNO no
      *          cadastro, grava auditoria e imprime a guia de
      *          transferencia com as notas e frequencias atuais do
      *          aluno para a escola de destino. Junto com a guia
      *          impressa grava a guia eletronica (FD-GUIAELET), com
      *          serie, notas por periodo, frequencia do diario,
      *          checklist de documentos e livros PNLD pendentes,
      *          fechada por total de controle, para a importacao no
      *          PROGTRIN da escola de destino.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRNF.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-MTR.

           SELECT DOCMAT ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-GUIA.

           SELECT GUIAELET ASSIGN TO
           WS-CAMINHO-GUIAELET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-GEL.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GUIA.
       01  REG-GUIA                           PIC X(80).

       FD  GUIAELET.
           COPY FD-GUIAELET.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-MD-ED                          PIC Z9,99.
       77  WS-FREQ-ED                        PIC ZZ9,99.

       01  WS-CAMINHO-GUIAELET               PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).

       77  WS-FS-GEL                         PIC 99.
           88 FS-GEL-OK                      VALUE 0.
       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.
       77  WS-FRQ-ABERTO                     PIC X VALUE 'N'.
           88 FRQ-ABERTO-OK                  VALUE 'S' FALSE 'N'.
       77  WS-DOC-ABERTO                     PIC X VALUE 'N'.
           88 DOC-ABERTO-OK                  VALUE 'S' FALSE 'N'.

       77  WS-NASC-AL                        PIC 9(08) VALUE ZERO.
       77  WS-INEP-AL                        PIC 9(12) VALUE ZERO.
       77  WS-SERIE-GEL                      PIC 9(05) VALUE ZERO.
       77  WS-TURMA-GEL                      PIC 9(05) VALUE ZERO.
       77  WS-ANO-MAT-GEL                    PIC 9(04) VALUE ZERO.
       77  WS-ACHOU-MAT-GEL                  PIC X VALUE 'N'.
           88 ACHOU-MAT-GEL-OK               VALUE 'S' FALSE 'N'.
       77  WS-ANO-GEL                        PIC 9(04) VALUE ZERO.
       77  WS-PER-GEL                        PIC 9(02) VALUE ZERO.
       77  WS-GEL-QTD-REG                    PIC 9(05) VALUE ZERO.
       77  WS-GEL-QTD-NOTAS                  PIC 9(03) VALUE ZERO.

      * Total de controle da guia eletronica: dois acumuladores
      * polinomiais sobre os bytes dos registros, combinados num
      * valor de 18 digitos.
       77  WS-TOT-IDX                        PIC 9(04) BINARY.
       77  WS-TOT-H1                         PIC 9(18) BINARY.
       77  WS-TOT-H2                         PIC 9(18) BINARY.
       77  WS-TOT-QUOC                       PIC 9(18) BINARY.
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
           DISPLAY 'TRANSFERENCIA DE ALUNO ENTRE UNIDADES'
                        INTO WS-CAMINHO-GUIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-GUIAELET FROM ENVIRONMENT
              'GUIA_ELETRONICA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'GUIA-ELETRONICA.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-GUIAELET
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-EMPRESTIMOS FROM ENVIRONMENT
              'EMPRESTIMOS_DAT'
              ON EXCEPTION

           DISPLAY 'Aluno:          ' NM-AL
           DISPLAY 'Unidade atual:  ' UNID-AL

           MOVE ZERO TO WS-NASC-AL
           MOVE ZERO TO WS-INEP-AL
           IF DT-NASC-ALUNO NUMERIC
              MOVE DT-NASC-ALUNO TO WS-NASC-AL
           END-IF
           IF INEP-ALUNO NUMERIC
              MOVE INEP-ALUNO TO WS-INEP-AL
           END-IF
           IF SIT-AL-INATIVO
              DISPLAY 'ATENCAO: ALUNO COM MATRICULA INATIVA.'
           END-IF
           CLOSE ALUNOS

           PERFORM P300-IMPRIME-GUIA THRU P300-FIM
           PERFORM P400-GERA-GUIA-ELETRONICA THRU P400-FIM
           PERFORM P260-GRAVA-EVENTO THRU P260-FIM

           DISPLAY 'TRANSFERENCIA EFETIVADA. GUIA No ' WS-NUM-GUIA
           .
       P350-FIM.

       P400-GERA-GUIA-ELETRONICA.

      * Guia eletronica para a importacao no PROGTRIN da escola de
      * destino, no lugar da redigitacao da guia impressa: cabecalho
      * com o aluno, matricula atual, notas e frequencia do ano por
      * disciplina, checklist de documentos e livros PNLD pendentes,
      * fechada pelo trailer com a quantidade de registros e o total
      * de controle.
           SET FS-GEL-OK TO TRUE
           OPEN OUTPUT GUIAELET

           IF NOT FS-GEL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DA GUIA ELETRONICA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-GEL
              GO TO P400-FIM
           END-IF

           MOVE ZERO TO WS-GEL-QTD-REG
           MOVE ZERO TO WS-GEL-QTD-NOTAS
           MOVE ZERO TO WS-TOT-H1
           MOVE ZERO TO WS-TOT-H2
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-GEL

           MOVE SPACE           TO REG-GUIAELET
           MOVE 'C'             TO TIPO-GEL
           MOVE WS-NUM-GUIA     TO GUIA-GEL
           MOVE WS-DATA-HOJE    TO DATA-GEL
           MOVE UNID-AL         TO ORIGEM-GEL
           MOVE WS-UNID-DESTINO TO DESTINO-GEL
           MOVE ID-AL           TO ID-ALUNO-GEL
           MOVE NM-AL           TO NM-ALUNO-GEL
           MOVE WS-NASC-AL      TO DT-NASC-GEL
           MOVE WS-INEP-AL      TO INEP-GEL
           MOVE NM-RESP-AL      TO NM-RESP-GEL
           MOVE TL-RESP-AL      TO TL-RESP-GEL
           PERFORM P490-GRAVA-REG-GEL THRU P490-FIM

           PERFORM P410-GEL-MATRICULA THRU P410-FIM
           PERFORM P420-GEL-NOTAS THRU P420-FIM
           PERFORM P430-GEL-DOCUMENTOS THRU P430-FIM
           PERFORM P440-GEL-LIVROS THRU P440-FIM

      * O trailer nao entra no total de controle.
           MOVE SPACE            TO REG-GUIAELET
           MOVE 'T'              TO TIPO-GEL
           MOVE WS-NUM-GUIA      TO GUIA-GEL
           MOVE WS-GEL-QTD-REG   TO QTD-REG-GEL
           MOVE WS-GEL-QTD-NOTAS TO QTD-NOTAS-GEL
           COMPUTE TOTAL-CTL-GEL = WS-TOT-H1 * 1000000000 + WS-TOT-H2
           WRITE REG-GUIAELET

           CLOSE GUIAELET
           DISPLAY 'GUIA ELETRONICA GRAVADA EM ' WS-CAMINHO-GUIAELET
           DISPLAY 'REGISTROS: ' WS-GEL-QTD-REG
                   '  DISCIPLINAS: ' WS-GEL-QTD-NOTAS
           .
       P400-FIM.

       P410-GEL-MATRICULA.

      * Serie e turma da matricula mais recente do aluno (mesmo
      * criterio do P265); sem matricula, o registro nao e gravado.
           MOVE ZERO TO WS-SERIE-GEL
           MOVE ZERO TO WS-TURMA-GEL
           MOVE ZERO TO WS-ANO-MAT-GEL
           SET ACHOU-MAT-GEL-OK TO FALSE

           SET FS-MTR-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MTR-OK
              GO TO P410-FIM
           END-IF

           SET EOF-TEV-OK TO FALSE
           PERFORM UNTIL EOF-TEV-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-TEV-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT EQUAL ID-AL AND
                       ANO-MATRICULA >= WS-ANO-MAT-GEL
                       SET ACHOU-MAT-GEL-OK TO TRUE
                       MOVE ANO-MATRICULA TO WS-ANO-MAT-GEL
                       IF TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE TURMA-MATRICULA TO WS-TURMA-GEL
                       END-IF
                       IF ID-SERIE-MAT NUMERIC AND
                          ID-SERIE-MAT NOT EQUAL ZERO
                          MOVE ID-SERIE-MAT TO WS-SERIE-GEL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA

           IF ACHOU-MAT-GEL-OK
              MOVE SPACE          TO REG-GUIAELET
              MOVE 'M'            TO TIPO-GEL
              MOVE WS-NUM-GUIA    TO GUIA-GEL
              MOVE WS-SERIE-GEL   TO ID-SERIE-GEL
              MOVE WS-TURMA-GEL   TO TURMA-GEL
              MOVE WS-ANO-MAT-GEL TO ANO-MAT-GEL
              PERFORM P490-GRAVA-REG-GEL THRU P490-FIM
           END-IF
           .
       P410-FIM.

       P420-GEL-NOTAS.

      * Notas do ano corrente por disciplina, com aulas e faltas de
      * cada periodo lancadas no diario (FREQUENCIA).
           SET FRQ-ABERTO-OK TO FALSE
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF FS-FRQ-OK
              SET FRQ-ABERTO-OK TO TRUE
           END-IF

           SET FS-OK TO TRUE
           SET EOF-OK TO FALSE
           OPEN INPUT NOTAS

           IF NOT FS-OK
              GO TO P420-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS EQUAL NM-AL AND
                       ANO-LETIVO EQUAL WS-ANO-GEL
                       PERFORM P425-GEL-DISCIPLINA THRU P425-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTAS
           .
       P420-FECHA.

           IF FRQ-ABERTO-OK
              CLOSE FREQUENCIA
           END-IF
           .
       P420-FIM.

       P425-GEL-DISCIPLINA.

           MOVE SPACE         TO REG-GUIAELET
           MOVE 'N'           TO TIPO-GEL
           MOVE WS-NUM-GUIA   TO GUIA-GEL
           MOVE ID-DISCIPLINA TO ID-DISC-GEL
           MOVE NM-DISCIPLINA IN REG-NOTAS TO NM-DISC-GEL
           MOVE ANO-LETIVO    TO ANO-NOTA-GEL
           MOVE NT1-NOTA      TO NT-GEL (1)
           MOVE NT2-NOTA      TO NT-GEL (2)
           MOVE NT3-NOTA      TO NT-GEL (3)
           MOVE NT4-NOTA      TO NT-GEL (4)
           MOVE NT5-NOTA      TO NT-GEL (5)
           MOVE NT6-NOTA      TO NT-GEL (6)
           MOVE MD-NOTA       TO MD-GEL
           MOVE FREQ-NOTA     TO FREQ-GEL
           MOVE ST-ALUNO      TO ST-GEL

           PERFORM VARYING WS-PER-GEL FROM 1 BY 1
              UNTIL WS-PER-GEL > 6
              MOVE ZERO TO AULAS-GEL (WS-PER-GEL)
              MOVE ZERO TO FALTAS-GEL (WS-PER-GEL)
              IF FRQ-ABERTO-OK
                 MOVE ID-AL         TO ID-ALUNO-FRQ
                 MOVE ID-DISCIPLINA TO ID-DISCIPLINA-FRQ
                 MOVE WS-PER-GEL    TO TRIMESTRE-FRQ
                 READ FREQUENCIA
                    KEY IS CHAVE-FREQUENCIA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE AULAS-DADAS-FRQ
                             TO AULAS-GEL (WS-PER-GEL)
                          MOVE FALTAS-FRQ TO FALTAS-GEL (WS-PER-GEL)
                 END-READ
              END-IF
           END-PERFORM

           PERFORM P490-GRAVA-REG-GEL THRU P490-FIM
           ADD 1 TO WS-GEL-QTD-NOTAS
           .
       P425-FIM.

       P430-GEL-DOCUMENTOS.

      * Situacao de cada documento obrigatorio do checklist; sem
      * registro (ou sem o arquivo) sai como 'S'.
           SET DOC-ABERTO-OK TO FALSE
           SET FS-DOC-OK TO TRUE
           OPEN INPUT DOCMAT
           IF FS-DOC-OK
              SET DOC-ABERTO-OK TO TRUE
           END-IF

           PERFORM VARYING WS-TIPO-DOC-IDX FROM 1 BY 1
              UNTIL WS-TIPO-DOC-IDX > 4
              MOVE SPACE       TO REG-GUIAELET
              MOVE 'D'         TO TIPO-GEL
              MOVE WS-NUM-GUIA TO GUIA-GEL
              MOVE WS-TAB-TIPOS-DOC(WS-TIPO-DOC-IDX:1)
                 TO TIPO-DOC-GEL
              MOVE 'S'         TO SIT-DOC-GEL
              MOVE ZERO        TO DT-DOC-GEL
              IF DOC-ABERTO-OK
                 MOVE ID-AL        TO ID-ALUNO-DOC
                 MOVE TIPO-DOC-GEL TO TIPO-DOC
                 READ DOCMAT
                    KEY IS CHAVE-DOCMAT
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE SITUACAO-DOC TO SIT-DOC-GEL
                          MOVE DT-DOC       TO DT-DOC-GEL
                 END-READ
              END-IF
              PERFORM P490-GRAVA-REG-GEL THRU P490-FIM
           END-PERFORM

           IF DOC-ABERTO-OK
              CLOSE DOCMAT
           END-IF
           .
       P430-FIM.

       P440-GEL-LIVROS.

           SET FS-EMP-OK TO TRUE
           OPEN INPUT EMPRESTIMOS

           IF NOT FS-EMP-OK
              GO TO P440-FIM
           END-IF

           SET EOF-EMP-OK TO FALSE
           PERFORM UNTIL EOF-EMP-OK
              READ EMPRESTIMOS NEXT RECORD
                 AT END
                    SET EOF-EMP-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-EMP EQUAL ID-AL AND EMP-EMPRESTADO
                       MOVE SPACE        TO REG-GUIAELET
                       MOVE 'L'          TO TIPO-GEL
                       MOVE WS-NUM-GUIA  TO GUIA-GEL
                       MOVE ID-LIVRO-EMP TO ID-LIVRO-GEL
                       MOVE ANO-EMP      TO ANO-LIVRO-GEL
                       MOVE DATA-EMP     TO DATA-LIVRO-GEL
                       PERFORM P490-GRAVA-REG-GEL THRU P490-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS
           .
       P440-FIM.

       P490-GRAVA-REG-GEL.

      * Acumula o registro no total de controle e grava. Mesmo
      * calculo do P690 do PROGTRIN: qualquer mudanca aqui tem de
      * ser repetida la, ou as guias deixam de conferir.
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

           WRITE REG-GUIAELET
           ADD 1 TO WS-GEL-QTD-REG
           .
       P490-FIM.

       P850-PROXIMO-NUMERO.

           MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE

           MOVE 'PROGTRNF' TO AUD-PROGRAMA

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
