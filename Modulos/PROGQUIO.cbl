           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

           SELECT AUDITORIA ASSIGN TO
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-PIN-INFORMADO                  PIC X(06) VALUE SPACE.
       77  WS-PIN-NOVO                       PIC X(06) VALUE SPACE.
       77  WS-NM-ALUNO-QIO                   PIC X(20) VALUE SPACE.
       77  WS-NM-CHAMADA-QIO                 PIC X(20) VALUE SPACE.

       77  WS-SAIR-QUIOSQUE                  PIC X VALUE 'N'.
           88 SAIR-QUIOSQUE-OK               VALUE 'S'.

       01  WS-REG-PIN-ANTES                  PIC X(40) VALUE SPACE.

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

           IF LK-MENSAGEM EQUAL 'QUIOSQUE'
      * entrada direta do terminal do corredor (MODO_QUIOSQUE)
              PERFORM P300-LACO-QUIOSQUE THRU P300-FIM
                       CLOSE ALUNOS
                       GO TO P200-FIM
                    NOT INVALID KEY
                       IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
                          DISPLAY 'Aluno: ' NM-SOCIAL-ALUNO
                       ELSE
                          DISPLAY 'Aluno: ' NM-ALUNO IN REG-ALUNO
                       END-IF
              END-READ
              CLOSE ALUNOS
           END-IF
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-NM-ALUNO-QIO
      * Na tela, o nome social quando registrado; o civil so
      * localiza as notas.
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-NM-CHAMADA-QIO
                       IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
                          MOVE NM-SOCIAL-ALUNO
                             TO WS-NM-CHAMADA-QIO
                       END-IF
              END-READ
              CLOSE ALUNOS
           END-IF
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           DISPLAY ' '
           DISPLAY 'ALUNO: ' WS-NM-CHAMADA-QIO
           DISPLAY '----------- BOLETIM PARCIAL -----------'

           SET FS-NT-OK TO TRUE
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
