       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-DST                         PIC 99.
           88 FS-DST-OK                      VALUE 0.


       01  WS-LINHA-REL                      PIC X(80) VALUE SPACE.

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
           DISPLAY 'ENTRADA DO ARQUIVO DA SECRETARIA MUNICIPAL'
           MOVE SPACE          TO NM-PAI-ALUNO
           MOVE SPACE          TO END-ALUNO
           MOVE ZERO           TO INEP-ALUNO
           MOVE ZERO           TO NIS-ALUNO
           MOVE SPACE          TO SMS-ALUNO
           MOVE SPACE          TO NM-SOCIAL-ALUNO
           MOVE ZERO           TO DT-NM-SOCIAL-ALUNO
           MOVE SPACE          TO REQ-NM-SOCIAL-ALUNO
           MOVE SPACE          TO PASSE-ALUNO
           MOVE SPACE          TO CARTAO-PASSE-ALUNO
           MOVE ZERO           TO DT-BLOQ-PASSE-ALUNO
           SET ALUNO-ATIVO TO TRUE

           MOVE 'N' TO WS-GRAVOU
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
