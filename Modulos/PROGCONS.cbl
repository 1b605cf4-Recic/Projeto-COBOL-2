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
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.


      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RESPONSAVEIS           PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-RSP                         PIC 99.
           88 FS-RSP-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-LGPD-LOG                       PIC X VALUE 'S'.
           88 LGPD-LOG-OK                    VALUE 'S'.

           03 TURNO-TM                       PIC X(01).
           03 UNID-TM                        PIC X(04).

       01  WS-REGISTRO-PF                    PIC X(69) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-PF.
           03 ID-PF                          PIC 9(05).
           03 NM-PF                          PIC X(20).
           03 TL-PF                          PIC X(20).
           03 FM-PF                          PIC X(20).
           03 CH-SEM-PF                      PIC 9(02).
           03 CH-ATV-PF                      PIC 9(02).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.
       77  WS-SIM-DISC                     PIC 9(05) VALUE ZERO.
       77  WS-SIM-ANO                      PIC 9(04) VALUE ZERO.
       77  WS-SIM-NOME                     PIC X(20) VALUE SPACE.
       77  WS-NM-CHAMADA                   PIC X(20) VALUE SPACE.
       77  WS-SIM-QTD-PER                  PIC 9(02) VALUE 4.
       77  WS-SIM-IDX                      PIC 9(02) VALUE ZERO.
       77  WS-SIM-CORTE                    PIC 9(02)V99 VALUE ZERO.
           03 WS-SIM-LANC OCCURS 6 TIMES   PIC X(01).


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
           MOVE 'S' TO WS-VL-USA-PROFESSORES
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
           DISPLAY 'CONSULTA DE 'LK-MENSAGEM
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

      * LGPD: a gravacao do registro de leitura (operacao CONSULTA)
      * pode ser desligada por programa (LGPD_LOG_PROGCONS) ou
      * globalmente (LGPD_LOG_CONSULTA); o padrao e ligado.
                                      UNID-AL ' - FORA DA ALCADA '
                                      'DO OPERADOR.'
                                ELSE
                                   PERFORM P335-NOME-CHAMADA
                                      THRU P335-FIM
                                   DISPLAY 'ID: 'ID-AL
                                           ' Nome: 'WS-NM-CHAMADA
                                           ' Telefone: 'TL-AL
                                   PERFORM P330-CONTATO-FAMILIA
                                      THRU P330-FIM
                                   DISPLAY 'Responsavel: 'NM-RESP-AL
                                           ' Telefone: 'TL-RESP-AL
                                   DISPLAY 'Unidade Escolar: 'UNID-AL
                                      UNID-AL ' - FORA DA ALCADA '
                                      'DO OPERADOR.'
                                ELSE
                                   PERFORM P335-NOME-CHAMADA
                                      THRU P335-FIM
                                   DISPLAY 'ID: 'ID-AL
                                           ' Nome: 'WS-NM-CHAMADA
                                           ' Telefone: 'TL-AL
                                   PERFORM P330-CONTATO-FAMILIA
                                      THRU P330-FIM
                                   DISPLAY 'Responsavel: 'NM-RESP-AL
                                           ' Telefone: 'TL-RESP-AL
                                   DISPLAY 'Unidade Escolar: 'UNID-AL
                                     ' Nome: 'NM-PF
                                     ' Telefone: 'TL-PF
                                     ' Formacao: 'FM-PF
                             DISPLAY 'Carga semanal: 'CH-SEM-PF
                                     ' h  Hora-atividade: 'CH-ATV-PF
                                     ' h'
                             DISPLAY '*********************************'
                    END-READ

           MOVE SPACE       TO AUD-VALOR-ANTES
           MOVE 'LEITURA DE DADOS PESSOAIS' TO AUD-VALOR-DEPOIS

      * Gravacao selada pelo PROGCADA; sem o modulo, grava sem selo.
           MOVE RETURN-CODE TO WS-RC-AUD
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCADA'
              USING REG-AUDITORIA
              ON EXCEPTION
                 GO TO P320-SEM-SELO
           END-CALL
           MOVE WS-RC-AUD TO RETURN-CODE
           GO TO P320-FIM
           .
       P320-SEM-SELO.

           MOVE WS-RC-AUD TO RETURN-CODE
           MOVE ZERO  TO AUD-SEQUENCIA
           MOVE ZERO  TO AUD-RESUMO
           MOVE ZERO  TO AUD-CADEIA
           MOVE SPACE TO AUD-EXPURGO

           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
                       GO TO P300-FIM
                    NOT INVALID KEY
                       MOVE NM-ALUNO OF REG-ALUNO TO WS-SIM-NOME
                       PERFORM P335-NOME-CHAMADA THRU P335-FIM
                       DISPLAY 'Aluno: ' WS-NM-CHAMADA
              END-READ
              CLOSE ALUNOS
           END-IF
           .
       P360-FIM.

       P330-CONTATO-FAMILIA.

      * Aluno vinculado no cadastro de familias: o contato mostrado e
      * o do responsavel da familia (telefone de recado quando o
      * principal esta em branco).
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P330-FIM
           END-IF
           MOVE ID-AL TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    MOVE ZERO TO ID-RSP-VRS
           END-READ
           CLOSE VINCRESP
           IF ID-RSP-VRS EQUAL ZERO
              GO TO P330-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              GO TO P330-FIM
           END-IF
           MOVE ID-RSP-VRS TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NM-RSP TO NM-RESP-AL
                    IF TL-RSP NOT EQUAL SPACE
                       MOVE TL-RSP TO TL-RESP-AL
                    ELSE
                       MOVE TL2-RSP TO TL-RESP-AL
                    END-IF
           END-READ
           CLOSE RESPONSAVEIS
           .
       P330-FIM.

       P335-NOME-CHAMADA.

      * Nome social quando registrado; o nome civil fica para o
      * historico, os certificados, as declaracoes e o Censo.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-CHAMADA
           IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
              MOVE NM-SOCIAL-ALUNO TO WS-NM-CHAMADA
           END-IF
           .
       P335-FIM.


       P200-FIM.
           GOBACK.
