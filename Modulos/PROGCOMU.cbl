      *          quando retorna e relacao de canhotos pendentes por
      *          turma. Boletins e declaracoes entram automaticamente
      *          pelo PROGLIST e PROGDECL; bilhetes e convocacoes sao
      *          registrados aqui; os avisos por SMS entram pelo
      *          PROGSMS (via S, sem canhoto).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMU.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT CONTROLE ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT RESPONSAVEIS ASSIGN TO
           WS-CAMINHO-RESPONSAVEIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-RSP
           ALTERNATE RECORD KEY NM-RSP WITH DUPLICATES
           FILE STATUS IS WS-FS-RSP.

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

       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RESPONSAVEIS           PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-RSP                         PIC 99.
           88 FS-RSP-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       01  WS-REG-COM-ANTES                  PIC X(80) VALUE SPACE.

      * Contato do responsavel: cadastro de familias quando o aluno
      * esta vinculado, senao o responsavel do cadastro do aluno.
       01  WS-NM-CONTATO                     PIC X(20) VALUE SPACE.
       01  WS-TL-CONTATO                     PIC X(20) VALUE SPACE.
       77  WS-ID-RSP-CONTATO                 PIC 9(05) VALUE ZERO.

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
           DISPLAY 'PROTOCOLO DE COMUNICADOS AOS RESPONSAVEIS'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-RESPONSAVEIS FROM ENVIRONMENT
              'RESPONSAVEIS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RESPONSAVEIS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-RESPONSAVEIS
           END-ACCEPT

           ACCEPT WS-CAMINHO-VINCRESP FROM ENVIRONMENT 'VINCRESP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'VINCRESP.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-VINCRESP
           END-ACCEPT

           .
       P010-FIM.

                       CLOSE ALUNOS
                       GO TO P200-FIM
                    NOT INVALID KEY
                       IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
                          DISPLAY 'Aluno: ' NM-SOCIAL-ALUNO
                       ELSE
                          DISPLAY 'Aluno: ' NM-ALUNO IN REG-ALUNO
                       END-IF
                       PERFORM P210-CONTATO-RESPONSAVEL THRU P210-FIM
                       DISPLAY 'Responsavel: ' WS-NM-CONTATO
                               ' Tel: ' WS-TL-CONTATO
              END-READ
              CLOSE ALUNOS
           END-IF
           .
       P200-FIM.

       P210-CONTATO-RESPONSAVEL.

           MOVE NM-RESPONSAVEL IN REG-ALUNO TO WS-NM-CONTATO
           MOVE TL-RESPONSAVEL IN REG-ALUNO TO WS-TL-CONTATO
           MOVE ZERO TO WS-ID-RSP-CONTATO

           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P210-FIM
           END-IF
           MOVE ID-ALUNO TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    MOVE ZERO TO ID-RSP-VRS
           END-READ
           CLOSE VINCRESP
           IF ID-RSP-VRS EQUAL ZERO
              GO TO P210-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              GO TO P210-FIM
           END-IF
           MOVE ID-RSP-VRS TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ID-RSP TO WS-ID-RSP-CONTATO
                    MOVE NM-RSP TO WS-NM-CONTATO
                    IF TL-RSP NOT EQUAL SPACE
                       MOVE TL-RSP TO WS-TL-CONTATO
                    ELSE
                       MOVE TL2-RSP TO WS-TL-CONTATO
                    END-IF
           END-READ
           CLOSE RESPONSAVEIS
           .
       P210-FIM.

       P300-BAIXA.

           DISPLAY 'Informe o numero do comunicado: '
                 NOT AT END
                    IF ID-ALUNO-COM EQUAL WS-ALUNO-COM
                       ADD 1 TO WS-CONT
                       EVALUATE TRUE
                          WHEN VIA-SMS
                             DISPLAY 'COMUNICADO ' ID-COMUNICADO
                                     ' TIPO ' TIPO-COM
                                     ' DE ' DATA-COM
                                     ' - AVISO POR SMS'
                          WHEN COM-RECEBIDO
                             DISPLAY 'COMUNICADO ' ID-COMUNICADO
                                     ' TIPO ' TIPO-COM
                                     ' DE ' DATA-COM
                                     ' - RECEBIDO EM ' DATA-ACK-COM
                          WHEN OTHER
                             DISPLAY 'COMUNICADO ' ID-COMUNICADO
                                     ' TIPO ' TIPO-COM
                                     ' DE ' DATA-COM
                                     ' - CANHOTO PENDENTE'
                       END-EVALUATE
                       DISPLAY '   ' DESCRICAO-COM
                               ' (POR ' OPERADOR-COM ')'
                    END-IF
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
