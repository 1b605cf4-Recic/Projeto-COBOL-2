      *          dias letivos para validar as aulas dadas, o PROGPERI
      *          avisa quando um periodo e fechado antes da data fim
      *          e o extrato do Censo informa os dias letivos do ano.
      *          Tambem mantem as datas dos feriados (FERIADOS), que o
      *          calendario de provas consulta na marcacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCALE.
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT FERIADOS ASSIGN TO
           WS-CAMINHO-FERIADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY DATA-FER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  FERIADOS.
           COPY FD-FERIADOS.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-FERIADOS               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       01  WS-REG-CAL-ANTES                  PIC X(28) VALUE SPACE.

       77  WS-DATA-FERIADO                   PIC 9(08) VALUE ZERO.
       77  WS-DS-FERIADO                     PIC X(30) VALUE SPACE.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-FERIADOS FROM ENVIRONMENT 'FERIADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FERIADOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-FERIADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
           DISPLAY '|                                                 |'
           DISPLAY '|           1 - Listar o Calendario               |'
           DISPLAY '|           2 - Cadastrar/Atualizar um Periodo    |'
           DISPLAY '|           3 - Listar os Feriados do Ano         |'
           DISPLAY '|           4 - Cadastrar/Excluir um Feriado      |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - Retornar ao Menu                  |'
           DISPLAY '|                                                 |'
                 PERFORM P200-LISTA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-CADASTRA THRU P300-FIM
              WHEN '3'
                 PERFORM P400-LISTA-FERIADOS THRU P400-FIM
              WHEN '4'
                 PERFORM P500-CADASTRA-FERIADO THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
           .
       P300-FIM.

       P400-LISTA-FERIADOS.

           DISPLAY 'Informe o ano: '
           ACCEPT WS-ANO-ALVO

           MOVE ZERO TO WS-CONT
           SET FS-OK TO TRUE
           OPEN INPUT FERIADOS

           IF WS-FS EQUAL 35
              DISPLAY 'NENHUM FERIADO CADASTRADO.'
              GO TO P400-FIM
           END-IF

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FERIADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P400-FIM
           END-IF

           COMPUTE DATA-FER = WS-ANO-ALVO * 10000 + 101
           START FERIADOS KEY IS GREATER THAN OR EQUAL DATA-FER
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ FERIADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-FER(1:4) NOT EQUAL WS-ANO-ALVO
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-CONT
                       DISPLAY DATA-FER ' ' DS-FERIADO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FERIADOS
           DISPLAY WS-CONT ' FERIADO(S) NO ANO ' WS-ANO-ALVO '.'
           .
       P400-FIM.

       P500-CADASTRA-FERIADO.

           DISPLAY 'Data do feriado (AAAAMMDD): '
           ACCEPT WS-DATA-FERIADO

           IF WS-DATA-FERIADO NOT NUMERIC OR WS-DATA-FERIADO EQUAL ZERO
              DISPLAY 'DATA INVALIDA. Informe AAAAMMDD.'
              GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O FERIADOS

           IF WS-FS EQUAL 35
              OPEN OUTPUT FERIADOS
              CLOSE FERIADOS
              OPEN I-O FERIADOS
           END-IF

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FERIADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P500-FIM
           END-IF

           MOVE WS-DATA-FERIADO TO DATA-FER
           READ FERIADOS
              KEY IS DATA-FER
                 INVALID KEY
                    MOVE 'N' TO WS-JA-EXISTE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-JA-EXISTE
           END-READ

           IF JA-EXISTE-OK
              DISPLAY 'FERIADO JA CADASTRADO: ' DATA-FER ' ' DS-FERIADO
              DISPLAY 'TECLE: <E> para excluir o feriado ou '
                      '<QUALQUER TECLA> para manter.'
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA EQUAL 'E' OR WS-CONFIRMA EQUAL 'e'
                 MOVE REG-FERIADO TO AUD-VALOR-ANTES
                 DELETE FERIADOS RECORD
                 IF FS-OK
                    DISPLAY 'FERIADO EXCLUIDO.'
                    MOVE 'EXCLUSAO'     TO AUD-OPERACAO
                    MOVE 'FERIADOS'     TO AUD-ARQUIVO
                    MOVE WS-DATA-FERIADO TO AUD-CHAVE
                    MOVE SPACE          TO AUD-MOTIVO
                    MOVE SPACE          TO AUD-RESPONSAVEL
                    MOVE SPACE          TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 ELSE
                    DISPLAY 'ERRO AO EXCLUIR O FERIADO.'
                    DISPLAY 'FILE STATUS ERROR: ' WS-FS
                 END-IF
              ELSE
                 DISPLAY 'OPERACAO CANCELADA.'
              END-IF
              CLOSE FERIADOS
              GO TO P500-FIM
           END-IF

           DISPLAY 'Descricao do feriado: '
           ACCEPT WS-DS-FERIADO

           MOVE WS-DATA-FERIADO TO DATA-FER
           MOVE WS-DS-FERIADO   TO DS-FERIADO
           WRITE REG-FERIADO
           END-WRITE

           IF FS-OK OR WS-FS EQUAL 02
              DISPLAY 'FERIADO GRAVADO.'
              MOVE 'INCLUSAO'      TO AUD-OPERACAO
              MOVE 'FERIADOS'      TO AUD-ARQUIVO
              MOVE WS-DATA-FERIADO TO AUD-CHAVE
              MOVE SPACE           TO AUD-MOTIVO
              MOVE SPACE           TO AUD-RESPONSAVEL
              MOVE SPACE           TO AUD-VALOR-ANTES
              MOVE REG-FERIADO     TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR O FERIADO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
           END-IF

           CLOSE FERIADOS
           .
       P500-FIM.

       P800-GRAVA-AUDITORIA.

           ACCEPT AUD-DATA FROM DATE YYYYMMDD

           MOVE 'PROGCALE' TO AUD-PROGRAMA

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
