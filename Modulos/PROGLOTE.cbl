      * Author: Renan Cicero
      * Purpose: Cadeia noturna de lotes sem operador: executa em
      *          sequencia a verificacao de integridade (PROGVERI),
      *          o backup por exportacao (PROGEXPT, opcao 6), o
      *          arquivamento da auditoria (PROGAUDA), o arquivo do
      *          gateway de SMS aos responsaveis (PROGSMS), a
      *          verificacao da trilha de auditoria (PROGCADV) e a
      *          reorganizacao periodica dos indexados (PROGREOR),
      *          segurando o semaforo de lote uma unica vez para a
      *          cadeia toda, gravando o log de execucao passo a
      *          passo para a conferencia da manha e, em caso de
      *          falha, retomando do passo que falhou (marca
      *          LOTE-PASSO no ESTADO) em vez de recomecar do zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOTE.

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'CADEIA NOTURNA (VERI/EXPORT/AUDIT/SMS/TRILHA/REORG)'
           DISPLAY '***************************************************'

           PERFORM P020-GUARDA-BATCH THRU P020-FIM
           SET ENVIRONMENT 'EXPORT_MODO' TO 'LOTE'
           SET ENVIRONMENT 'EXPORT_OPCAO' TO '6'
           SET ENVIRONMENT 'AUDA_MODO'   TO 'LOTE'
           SET ENVIRONMENT 'SMS_MODO'    TO 'LOTE'
           SET ENVIRONMENT 'CADV_MODO'   TO 'LOTE'
           SET ENVIRONMENT 'REOR_MODO'   TO 'LOTE'

           PERFORM VARYING WS-PASSO FROM 1 BY 1
              UNTIL WS-PASSO > 6 OR HOUVE-FALHA-OK
              IF WS-PASSO >= WS-PASSO-INICIAL
                 PERFORM P200-EXECUTA-PASSO THRU P200-FIM
              END-IF
                 MOVE 'PROGVERI' TO WS-PASSO-NOME
              WHEN 2
                 MOVE 'PROGEXPT' TO WS-PASSO-NOME
              WHEN 3
                 MOVE 'PROGAUDA' TO WS-PASSO-NOME
              WHEN 4
                 MOVE 'PROGSMS' TO WS-PASSO-NOME
              WHEN 5
                 MOVE 'PROGCADV' TO WS-PASSO-NOME
              WHEN OTHER
                 MOVE 'PROGREOR' TO WS-PASSO-NOME
           END-EVALUATE

           MOVE WS-PASSO TO WS-PASSO-INICIAL
