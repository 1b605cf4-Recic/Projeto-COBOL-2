       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       01  WS-REG-AEE-ANTES                  PIC X(55) VALUE SPACE.

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
           DISPLAY 'EDUCACAO ESPECIAL - CLASSIFICACAO E AEE'
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
