      *          matriculados no ano letivo, ainda sem turma, entre as
      *          turmas do ano e turno informados, equilibrando o
      *          numero de alunos por turma e mantendo juntos alunos
      *          do mesmo responsavel (irmaos pelo cadastro de
      *          familias, ou pelo nome do responsavel no cadastro do
      *          aluno ainda sem vinculo) quando ha vaga. O
      *          resultado e mostrado para revisao antes da gravacao;
      *          turmas cheias nao sao estouradas e os alunos sem
      *          vaga sao listados ao final.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MAT.

           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT VINCRESP ASSIGN TO
           WS-CAMINHO-VINCRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-VRS
           ALTERNATE RECORD KEY ID-RSP-VRS WITH DUPLICATES
           FILE STATUS IS WS-FS-VRS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  VINCRESP.
           COPY FD-VINCRESP.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-CONT-GRAVADAS                  PIC 9(05) VALUE ZERO.

       77  WS-ALUNO-GRAVA                    PIC 9(05) VALUE ZERO.
       77  WS-TURMA-LIDA                     PIC 9(05) VALUE ZERO.
       77  WS-TURMA-GRAVA                    PIC 9(05) VALUE ZERO.

       01  WS-REG-MAT-ANTES                  PIC X(30) VALUE SPACE.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

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
           DISPLAY 'ENTURMACAO AUTOMATICA DE MATRICULADOS'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-VINCRESP FROM ENVIRONMENT 'VINCRESP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'VINCRESP.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-VINCRESP
           END-ACCEPT

           .
       P010-FIM.

      * Monta a relacao de alunos distintos com matricula no ano:
      * a turma atual (quando ha) conta na ocupacao; alunos sem
      * turma entram na fila de distribuicao. Alunos inativos sao
      * ignorados. As matriculas sao lidas pela chave alternativa
      * turma/ano: as turmas do ano/turno e, depois, a turma zero
      * (matriculas ainda sem turma).
           MOVE ZERO TO WS-AL-QTD
           MOVE ZERO TO WS-CONT-SEM-TURMA

              GO TO P200-FIM
           END-IF

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD
              MOVE WS-TM-ID (WS-TM-IDX) TO WS-TURMA-LIDA
              PERFORM P205-LE-TURMA THRU P205-FIM
           END-PERFORM

           MOVE ZERO TO WS-TURMA-LIDA
           PERFORM P205-LE-TURMA THRU P205-FIM

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-TURMA-ATUAL (WS-AL-IDX) EQUAL ZERO
                 PERFORM P207-TURMA-OUTRO-TURNO THRU P207-FIM
              END-IF
           END-PERFORM
           CLOSE MATRICULA

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              PERFORM P220-COMPLETA-ALUNO THRU P220-FIM
           END-PERFORM

           DISPLAY WS-AL-QTD ' ALUNO(S) COM MATRICULA NO ANO, '
                   WS-CONT-SEM-TURMA ' SEM TURMA.'
           .
       P200-FIM.

       P205-LE-TURMA.

           MOVE WS-TURMA-LIDA TO TURMA-MATRICULA
           MOVE WS-ANO-ENT    TO ANO-MATRICULA
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-TURMA-MAT
                 INVALID KEY
                    GO TO P205-FIM
           END-START

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-LIDA OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-ENT
                       SET EOF-OK TO TRUE
                    ELSE
                       PERFORM P210-GUARDA-ALUNO THRU P210-FIM
                    END-IF
              END-READ
           END-PERFORM
           .
       P205-FIM.

       P207-TURMA-OUTRO-TURNO.

      * Aluno sem turma no ano/turno: se outra matricula dele no ano
      * ja tem turma (de outro turno), ele nao entra na distribuicao.
           MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO-MAT
           MOVE ZERO                 TO ID-DISCIPLINA-MAT
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    GO TO P207-FIM
           END-START

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-AL-ID (WS-AL-IDX)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA NUMERIC AND
                          ANO-MATRICULA EQUAL WS-ANO-ENT AND
                          TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE TURMA-MATRICULA
                             TO WS-AL-TURMA-ATUAL (WS-AL-IDX)
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P207-FIM.

       P210-GUARDA-ALUNO.

              CLOSE ALUNOS
           END-IF

      * Aluno vinculado no cadastro de familias: os irmaos se
      * reconhecem pelo codigo do responsavel, nao pela grafia do nome.
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF FS-VRS-OK
              MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO-VRS
              READ VINCRESP
                 KEY IS ID-ALUNO-VRS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SPACE TO WS-AL-RESP (WS-AL-IDX)
                       STRING 'FAMILIA '  DELIMITED BY SIZE
                              ID-RSP-VRS  DELIMITED BY SIZE
                              INTO WS-AL-RESP (WS-AL-IDX)
              END-READ
              CLOSE VINCRESP
           END-IF

           IF WS-AL-TURMA-ATUAL (WS-AL-IDX) EQUAL ZERO
              ADD 1 TO WS-CONT-SEM-TURMA
           ELSE
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
