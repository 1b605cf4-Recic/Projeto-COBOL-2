           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MAT.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FRQ.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

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
