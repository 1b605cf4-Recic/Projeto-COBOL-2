      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Pedido de revisao de resultado final pela familia:
      *          protocolo do pedido contra um resultado REPROVADO
      *          (numero do CONTROLE, chave REVISAO), com a data do
      *          pedido conferida contra o prazo legal contado da
      *          publicacao do resultado, fundamentacao, parecer do
      *          conselho e decisao. O pedido deferido gera a
      *          pendencia de alteracao de nota em NOTA-PEND, aprovada
      *          pela coordenacao no PROGAPRV como qualquer alteracao
      *          do PROGALTR. A carta de resposta e impressa e
      *          protocolada em COMUNICADOS. Relatorios dos pedidos em
      *          aberto com os dias restantes e dos prazos de resposta
      *          do ano, para comprovacao junto ao Ministerio Publico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREVI.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISAO ASSIGN TO
           WS-CAMINHO-REVISAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-REVISAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-REV.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS.

           SELECT NOTA-PEND ASSIGN TO
           WS-CAMINHO-NOTA-PEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PENDENTE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PEND.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT COMUNICADOS ASSIGN TO
           WS-CAMINHO-COMUNICADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-COMUNICADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-COM.

           SELECT CARTA ASSIGN TO
           WS-CAMINHO-CARTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAR.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT RELATORIO ASSIGN TO
           WS-CAMINHO-RELATORIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT SPOOL-IDX ASSIGN TO
           WS-CAMINHO-SPOOL-IDX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REVISAO.
           COPY FD-REVISAO.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  NOTA-PEND.
           COPY FD-NOTA-PEND.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  COMUNICADOS.
           COPY FD-COMUNIC.

       FD  CARTA.
       01  REG-CARTA                          PIC X(80).

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-REVISAO                PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-NOTA-PEND              PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-COMUNICADOS            PIC X(80).
       01  WS-CAMINHO-CARTA                  PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-REV                         PIC 99.
           88 FS-REV-OK                      VALUE 0.

       77  WS-FS-PEND                        PIC 99.
           88 FS-PEND-OK                     VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-COM                         PIC 99.
           88 FS-COM-OK                      VALUE 0.

       77  WS-FS-CAR                         PIC 99.
           88 FS-CAR-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-DECISAO                        PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S'.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

      * Prazos legais em dias corridos: para a familia pedir a revisao
      * (contado da publicacao do resultado) e para a escola responder
      * (contado do protocolo).
       77  WS-PRAZO-PEDIDO                   PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-RESPOSTA                 PIC 9(03) VALUE ZERO.

       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       77  WS-DATA-PUB-PADRAO                PIC 9(08) VALUE ZERO.
       77  WS-DIAS-INT                       PIC 9(08) VALUE ZERO.
       77  WS-DIAS-REST                      PIC S9(05) VALUE ZERO.
       77  WS-DIAS-ED                        PIC -ZZZ9.

       77  WS-ALUNO-REV                      PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-REV                   PIC X(20) VALUE SPACE.
       77  WS-NM-RESP-REV                    PIC X(20) VALUE SPACE.
       77  WS-INCLUSAO-REV                   PIC 9(05) VALUE ZERO.
       77  WS-PROTOCOLO                      PIC 9(05) VALUE ZERO.
       77  WS-ANO-FILTRO                     PIC 9(04) VALUE ZERO.
       77  WS-MEDIA-NOVA                     PIC 9(02)V99 VALUE ZERO.
       77  WS-REC-NOVA                       PIC 9(02)V99 VALUE ZERO.

       77  WS-QTD-ABERTOS                    PIC 9(04) VALUE ZERO.
       77  WS-QTD-VENCIDOS                   PIC 9(04) VALUE ZERO.
       77  WS-QTD-NO-PRAZO                   PIC 9(04) VALUE ZERO.
       77  WS-QTD-FORA-PRAZO                 PIC 9(04) VALUE ZERO.
       77  WS-QTD-DEFERIDOS                  PIC 9(04) VALUE ZERO.
       77  WS-QTD-INDEFERIDOS                PIC 9(04) VALUE ZERO.

       01  WS-REG-REV-ANTES                  PIC X(200) VALUE SPACE.
       01  WS-REGISTRO-NT-ANTES              PIC X(101) VALUE SPACE.
       01  WS-REGISTRO-NT-NOVO               PIC X(101) VALUE SPACE.
       01  WS-MOTIVO-PEDIDO                  PIC X(40) VALUE SPACE.
       01  WS-SITUACAO-PRAZO                 PIC X(14) VALUE SPACE.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.
       01  WS-LINHA-CARTA                    PIC X(80) VALUE SPACE.

       01  WS-LIN-PRAZO.
           03 WS-LP-PROTOCOLO                PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-ALUNO                    PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-NOME                     PIC X(15).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-PROTOCOLADO              PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-LIMITE                   PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-DECISAO                  PIC X(01).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-DT-DECISAO               PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-SITUACAO                 PIC X(14).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-CARTA                    PIC 9(05).

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
           03 LK-MENSAGEM                     PIC X(40).
           03 LK-ITEM                         PIC 9.
           03 LK-OPERADOR                     PIC X(20).
           03 LK-TERMINAL                     PIC X(20).
           03 LK-SESSAO-DATA                  PIC 9(08).
           03 LK-SESSAO-HORA                  PIC 9(08).
           03 LK-PERFIL                       PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

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

           ACCEPT WS-PRAZO-PEDIDO FROM ENVIRONMENT 'REVISAO_PRAZO_DIAS'
              ON EXCEPTION MOVE 10 TO WS-PRAZO-PEDIDO
           END-ACCEPT
           IF WS-PRAZO-PEDIDO NOT NUMERIC OR
              WS-PRAZO-PEDIDO EQUAL ZERO
              MOVE 10 TO WS-PRAZO-PEDIDO
           END-IF

           ACCEPT WS-PRAZO-RESPOSTA FROM ENVIRONMENT
              'REVISAO_RESPOSTA_DIAS'
              ON EXCEPTION MOVE 30 TO WS-PRAZO-RESPOSTA
           END-ACCEPT
           IF WS-PRAZO-RESPOSTA NOT NUMERIC OR
              WS-PRAZO-RESPOSTA EQUAL ZERO
              MOVE 30 TO WS-PRAZO-RESPOSTA
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'PEDIDOS DE REVISAO DE RESULTADO FINAL'
           DISPLAY '***************************************************'
           DISPLAY 'PRAZO PARA PEDIDO: ' WS-PRAZO-PEDIDO
                   ' DIAS DA PUBLICACAO. PRAZO DE RESPOSTA: '
                   WS-PRAZO-RESPOSTA ' DIAS DO PROTOCOLO.'

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-REVISAO FROM ENVIRONMENT 'REVISAO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REVISAO.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-REVISAO
           END-ACCEPT

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTA-PEND FROM ENVIRONMENT
              'NOTA_PEND_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTA-PEND.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTA-PEND
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-COMUNICADOS FROM ENVIRONMENT
              'COMUNICADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'COMUNICADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-COMUNICADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CARTA FROM ENVIRONMENT 'REVISAO_CARTA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REVISAO-CARTA.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-CARTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P060-ABRE-SPOOL.

      * Abre o spool datado do relatorio no diretorio de relatorios
      * e registra a emissao no indice (reimpressao pelo PROGRELP),
      * no mesmo padrao das listagens do PROGLIST.
           MOVE 'N' TO WS-REL-ABERTO

           ACCEPT WS-DIR-RELATORIOS FROM ENVIRONMENT 'RELATORIOS_DIR'
              ON EXCEPTION
                 MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-ACCEPT
           IF WS-DIR-RELATORIOS EQUAL SPACE
              MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-IF

           ACCEPT WS-REL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-REL-HORA FROM TIME

           MOVE ZERO TO WS-REL-DIR-TAM
           PERFORM VARYING WS-REL-DIR-TAM FROM 60 BY -1
              UNTIL WS-REL-DIR-TAM < 1
                 OR WS-DIR-RELATORIOS(WS-REL-DIR-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE SPACE TO WS-CAMINHO-RELATORIO
           STRING WS-DIR-RELATORIOS(1:WS-REL-DIR-TAM)
                     DELIMITED BY SIZE
                  'REL-'          DELIMITED BY SIZE
                  WS-REL-DATA     DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-REL-HORA     DELIMITED BY SIZE
                  '.txt'          DELIMITED BY SIZE
                  INTO WS-CAMINHO-RELATORIO

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
              DISPLAY 'AVISO: SPOOL INDISPONIVEL (FILE STATUS '
                      WS-FS-REL '). SAIDA SOMENTE NA TELA.'
              GO TO P060-FIM
           END-IF

           MOVE 'S' TO WS-REL-ABERTO

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-REL-TITULO TO WS-LINHA-SPOOL(1:20)
           MOVE 'EMITIDO EM ' TO WS-LINHA-SPOOL(25:11)
           MOVE WS-REL-DATA TO WS-LINHA-SPOOL(36:8)
           MOVE ' ' TO WS-LINHA-SPOOL(44:1)
           MOVE WS-REL-HORA TO WS-LINHA-SPOOL(45:8)
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           MOVE SPACE TO WS-LINHA-SPOOL
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL

           MOVE SPACE TO WS-CAMINHO-SPOOL-IDX
           ACCEPT WS-CAMINHO-SPOOL-IDX FROM ENVIRONMENT
              'SPOOL_INDICE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SPOOL-INDICE.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-SPOOL-IDX
           END-ACCEPT

           SET FS-REL-OK TO TRUE
           OPEN EXTEND SPOOL-IDX
           IF WS-FS-REL EQUAL 35
              OPEN OUTPUT SPOOL-IDX
           END-IF
           IF FS-REL-OK
              MOVE WS-CAMINHO-RELATORIO(1:60) TO SPX-NOME
              MOVE WS-REL-DATA   TO SPX-DATA
              MOVE WS-REL-HORA   TO SPX-HORA
              MOVE WS-REL-TITULO TO SPX-TITULO
              WRITE REG-SPOOL-IDX
              CLOSE SPOOL-IDX
           END-IF
           .
       P060-FIM.

       P065-GRAVA-SPOOL.

           IF REL-ABERTO-OK
              WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           END-IF
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P066-IMPRIME.

      * A mesma linha vai para a tela e para o spool.
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P066-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Protocolar Pedido de Revisao            |'
           DISPLAY '|     2 - Registrar Parecer do Conselho           |'
           DISPLAY '|     3 - Registrar Decisao e Emitir Carta        |'
           DISPLAY '|     4 - Pedidos em Aberto (Dias Restantes)      |'
           DISPLAY '|     5 - Relatorio de Prazos de Resposta (Ano)   |'
           DISPLAY '|     6 - Consultar Pedido                        |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-PROTOCOLA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-PARECER THRU P300-FIM
              WHEN '3'
                 PERFORM P400-DECISAO THRU P400-FIM
              WHEN '4'
                 PERFORM P500-EM-ABERTO THRU P500-FIM
              WHEN '5'
                 PERFORM P600-RELATORIO-PRAZOS THRU P600-FIM
              WHEN '6'
                 PERFORM P700-CONSULTA THRU P700-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-PROTOCOLA.

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ALUNO-REV

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           MOVE WS-ALUNO-REV TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                    CLOSE ALUNOS
                    GO TO P200-FIM
           END-READ
           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-REV
           MOVE NM-RESPONSAVEL        TO WS-NM-RESP-REV
           CLOSE ALUNOS

           DISPLAY 'Aluno: ' WS-NM-ALUNO-REV
           PERFORM P210-LISTA-REPROVACOES THRU P210-FIM
           IF WS-CONT EQUAL ZERO
              DISPLAY 'O ALUNO NAO TEM RESULTADO REPROVADO LANCADO.'
              GO TO P200-FIM
           END-IF

           DISPLAY 'Informe o ID da inclusao do resultado contestado: '
           ACCEPT WS-INCLUSAO-REV

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           MOVE WS-INCLUSAO-REV TO ID-INCLUSAO
           READ NOTAS
              KEY IS ID-INCLUSAO
                 INVALID KEY
                    DISPLAY 'INCLUSAO NAO CADASTRADA.'
                    CLOSE NOTAS
                    GO TO P200-FIM
           END-READ
           CLOSE NOTAS

           IF NM-ALUNO IN REG-NOTAS NOT EQUAL WS-NM-ALUNO-REV OR
              ST-ALUNO IN REG-NOTAS NOT EQUAL 'REPROVADO'
              DISPLAY 'A INCLUSAO INFORMADA NAO E UM RESULTADO '
                      'REPROVADO DO ALUNO.'
              GO TO P200-FIM
           END-IF

           PERFORM P220-VERIFICA-DUPLICIDADE THRU P220-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

      * Publicacao do resultado: por padrao o fim do ultimo periodo do
      * calendario letivo do ano; a secretaria informa outra data
      * quando o resultado foi publicado depois.
           PERFORM P230-FIM-DO-ANO THRU P230-FIM
           DISPLAY 'Data de publicacao do resultado AAAAMMDD (0 = '
                   WS-DATA-PUB-PADRAO '): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NOT NUMERIC OR WS-DATA-AUX EQUAL ZERO
              MOVE WS-DATA-PUB-PADRAO TO WS-DATA-AUX
           END-IF
           PERFORM P240-VALIDA-DATA THRU P240-FIM
           IF NOT VALIDO-OK
              DISPLAY 'DATA DE PUBLICACAO INVALIDA.'
              GO TO P200-FIM
           END-IF

           MOVE SPACES TO REG-REVISAO
           MOVE WS-DATA-AUX TO DT-PUBLICACAO-REV

           DISPLAY 'Data do protocolo do pedido AAAAMMDD (0 = hoje): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NOT NUMERIC OR WS-DATA-AUX EQUAL ZERO
              MOVE WS-HOJE TO WS-DATA-AUX
           END-IF
           PERFORM P240-VALIDA-DATA THRU P240-FIM
           IF NOT VALIDO-OK OR WS-DATA-AUX > WS-HOJE OR
              WS-DATA-AUX < DT-PUBLICACAO-REV
              DISPLAY 'DATA DO PROTOCOLO INVALIDA.'
              GO TO P200-FIM
           END-IF
           MOVE WS-DATA-AUX TO DT-PROTOCOLO-REV

           COMPUTE WS-DIAS-INT =
              FUNCTION INTEGER-OF-DATE (DT-PUBLICACAO-REV)
              + WS-PRAZO-PEDIDO
           COMPUTE DT-PRAZO-PEDIDO-REV =
              FUNCTION DATE-OF-INTEGER (WS-DIAS-INT)

           COMPUTE WS-DIAS-INT =
              FUNCTION INTEGER-OF-DATE (DT-PROTOCOLO-REV)
              + WS-PRAZO-RESPOSTA
           COMPUTE DT-LIMITE-RESPOSTA-REV =
              FUNCTION DATE-OF-INTEGER (WS-DIAS-INT)

           IF DT-PROTOCOLO-REV > DT-PRAZO-PEDIDO-REV
              SET REV-INTEMPESTIVO TO TRUE
              DISPLAY 'ATENCAO: PEDIDO FORA DO PRAZO LEGAL (ENCERRADO '
                      'EM ' DT-PRAZO-PEDIDO-REV '). O PEDIDO SERA '
                      'PROTOCOLADO COMO INTEMPESTIVO.'
           ELSE
              SET REV-NO-PRAZO TO TRUE
           END-IF

           DISPLAY 'Nome do requerente (em branco = '
                   WS-NM-RESP-REV '): '
           ACCEPT REQUERENTE-REV
           IF REQUERENTE-REV EQUAL SPACE
              MOVE WS-NM-RESP-REV TO REQUERENTE-REV
           END-IF

           DISPLAY 'Fundamentacao do pedido: '
           ACCEPT FUNDAMENTO-REV
           IF FUNDAMENTO-REV EQUAL SPACE
              DISPLAY 'FUNDAMENTACAO OBRIGATORIA.'
              GO TO P200-FIM
           END-IF

           DISPLAY 'TECLE: <S> para protocolar ou <QUALQUER TECLA> '
                   'para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PEDIDO NAO PROTOCOLADO.'
              GO TO P200-FIM
           END-IF

           MOVE 'REVISAO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           MOVE WS-PROX-NUMERO       TO ID-REVISAO
           MOVE WS-ALUNO-REV         TO ID-ALUNO-REV
           MOVE WS-INCLUSAO-REV      TO ID-INCLUSAO-REV
           MOVE WS-NM-ALUNO-REV      TO NM-ALUNO-REV
           MOVE NM-DISCIPLINA IN REG-NOTAS TO NM-DISCIPLINA-REV
           MOVE ANO-LETIVO IN REG-NOTAS    TO ANO-REV
           MOVE MD-NOTA IN REG-NOTAS       TO MD-NOTA-REV
           MOVE SPACE                TO PARECER-REV
           MOVE ZERO                 TO DT-PARECER-REV
           SET REV-ABERTA            TO TRUE
           MOVE ZERO                 TO DT-DECISAO-REV
           MOVE ZERO                 TO ID-PENDENTE-REV
           MOVE ZERO                 TO ID-COMUNICADO-REV
           MOVE LK-OPERADOR          TO OPERADOR-REV

           SET FS-REV-OK TO TRUE
           OPEN I-O REVISAO

           IF WS-FS-REV EQUAL 35
              OPEN OUTPUT REVISAO
              CLOSE REVISAO
              OPEN I-O REVISAO
           END-IF

           IF NOT FS-REV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REVISOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              GO TO P200-FIM
           END-IF

           WRITE REG-REVISAO
              INVALID KEY
                 DISPLAY 'ERRO AO GRAVAR O PEDIDO.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              NOT INVALID KEY
                 DISPLAY 'PEDIDO PROTOCOLADO SOB No ' ID-REVISAO
                         '. RESPOSTA ATE ' DT-LIMITE-RESPOSTA-REV '.'
                 MOVE 'PROTOCOLO'  TO AUD-OPERACAO
                 MOVE 'REVISAO'    TO AUD-ARQUIVO
                 MOVE ID-REVISAO   TO AUD-CHAVE
                 MOVE SPACE        TO AUD-VALOR-ANTES
                 MOVE REG-REVISAO  TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE REVISAO
           .
       P200-FIM.

       P210-LISTA-REPROVACOES.

           MOVE ZERO TO WS-CONT

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-OK
              GO TO P210-FIM
           END-IF

           MOVE WS-NM-ALUNO-REV TO NM-ALUNO IN REG-NOTAS
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 CLOSE NOTAS
                 GO TO P210-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL WS-NM-ALUNO-REV
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ST-ALUNO IN REG-NOTAS EQUAL 'REPROVADO'
                          ADD 1 TO WS-CONT
                          DISPLAY 'INCLUSAO ' ID-INCLUSAO ' '
                                  NM-DISCIPLINA IN REG-NOTAS
                                  ' ANO ' ANO-LETIVO IN REG-NOTAS
                                  ' MEDIA ' MD-NOTA IN REG-NOTAS
                                  ' FREQ ' FREQ-NOTA IN REG-NOTAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTAS
           .
       P210-FIM.

       P220-VERIFICA-DUPLICIDADE.

      * Um resultado so pode ter um pedido em aberto de cada vez.
           MOVE 'S' TO WS-VALIDO

           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF NOT FS-REV-OK
              GO TO P220-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REVISAO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-INCLUSAO-REV EQUAL WS-INCLUSAO-REV AND
                       REV-ABERTA
                       DISPLAY 'JA EXISTE O PEDIDO EM ABERTO No '
                               ID-REVISAO ' PARA ESTE RESULTADO.'
                       MOVE 'N' TO WS-VALIDO
                       SET EOF-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REVISAO
           .
       P220-FIM.

       P230-FIM-DO-ANO.

           MOVE ZERO TO WS-DATA-PUB-PADRAO

           SET FS-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK
              GO TO P230-FIM
           END-IF

           MOVE ANO-LETIVO IN REG-NOTAS TO ANO-CAL
           MOVE ZERO                    TO TRIM-CAL
           START CALENDARIO KEY IS GREATER THAN OR EQUAL
              CHAVE-CALENDARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL NOT EQUAL ANO-LETIVO IN REG-NOTAS
                       SET EOF-OK TO TRUE
                    ELSE
                       IF DT-FIM-CAL > WS-DATA-PUB-PADRAO
                          MOVE DT-FIM-CAL TO WS-DATA-PUB-PADRAO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CALENDARIO
           .
       P230-FIM.

       P240-VALIDA-DATA.

           MOVE 'N' TO WS-VALIDO
           IF WS-DATA-AUX NOT NUMERIC OR
              WS-DATA-AUX(1:4) < '1900' OR
              WS-DATA-AUX(5:2) < '01' OR WS-DATA-AUX(5:2) > '12' OR
              WS-DATA-AUX(7:2) < '01' OR WS-DATA-AUX(7:2) > '31'
              GO TO P240-FIM
           END-IF
           MOVE 'S' TO WS-VALIDO
           .
       P240-FIM.

       P250-LE-PEDIDO.

      * Le o pedido informado com o arquivo aberto em I-O.
           MOVE 'N' TO WS-VALIDO

           DISPLAY 'Informe o numero do protocolo: '
           ACCEPT WS-PROTOCOLO

           SET FS-REV-OK TO TRUE
           OPEN I-O REVISAO
           IF WS-FS-REV EQUAL 35
              DISPLAY 'NENHUM PEDIDO DE REVISAO PROTOCOLADO.'
              GO TO P250-FIM
           END-IF
           IF NOT FS-REV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REVISOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              GO TO P250-FIM
           END-IF

           MOVE WS-PROTOCOLO TO ID-REVISAO
           READ REVISAO
              KEY IS ID-REVISAO
                 INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                    CLOSE REVISAO
                    GO TO P250-FIM
           END-READ

           MOVE REG-REVISAO TO WS-REG-REV-ANTES
           PERFORM P260-MOSTRA-PEDIDO THRU P260-FIM
           MOVE 'S' TO WS-VALIDO
           .
       P250-FIM.

       P260-MOSTRA-PEDIDO.

           DISPLAY '---------------------------------------------------'
           DISPLAY 'PROTOCOLO ' ID-REVISAO ' ALUNO ' ID-ALUNO-REV ' '
                   NM-ALUNO-REV
           DISPLAY 'DISCIPLINA ' NM-DISCIPLINA-REV ' ANO ' ANO-REV
                   ' MEDIA ' MD-NOTA-REV ' (INCLUSAO '
                   ID-INCLUSAO-REV ')'
           DISPLAY 'PUBLICACAO ' DT-PUBLICACAO-REV ' PROTOCOLO '
                   DT-PROTOCOLO-REV ' PRAZO DO PEDIDO '
                   DT-PRAZO-PEDIDO-REV
           IF REV-INTEMPESTIVO
              DISPLAY '*** PEDIDO INTEMPESTIVO (FORA DO PRAZO) ***'
           END-IF
           DISPLAY 'REQUERENTE: ' REQUERENTE-REV
           DISPLAY 'FUNDAMENTO: ' FUNDAMENTO-REV
           IF DT-PARECER-REV NOT EQUAL ZERO
              DISPLAY 'PARECER DO CONSELHO EM ' DT-PARECER-REV ': '
              DISPLAY '   ' PARECER-REV
           END-IF
           DISPLAY 'RESPOSTA ATE ' DT-LIMITE-RESPOSTA-REV
           EVALUATE TRUE
              WHEN REV-ABERTA
                 DISPLAY 'SITUACAO: EM ABERTO'
              WHEN REV-DEFERIDA
                 DISPLAY 'SITUACAO: DEFERIDO EM ' DT-DECISAO-REV
                         ' - PENDENCIA DE NOTA No ' ID-PENDENTE-REV
                         ' - CARTA No ' ID-COMUNICADO-REV
              WHEN REV-INDEFERIDA
                 DISPLAY 'SITUACAO: INDEFERIDO EM ' DT-DECISAO-REV
                         ' - CARTA No ' ID-COMUNICADO-REV
           END-EVALUATE
           DISPLAY '---------------------------------------------------'
           .
       P260-FIM.

       P300-PARECER.

           PERFORM P250-LE-PEDIDO THRU P250-FIM
           IF NOT VALIDO-OK
              GO TO P300-FIM
           END-IF

           IF NOT REV-ABERTA
              DISPLAY 'PEDIDO JA DECIDIDO: PARECER NAO PODE SER '
                      'ALTERADO.'
              CLOSE REVISAO
              GO TO P300-FIM
           END-IF

           DISPLAY 'Parecer do conselho de classe: '
           ACCEPT PARECER-REV
           IF PARECER-REV EQUAL SPACE
              DISPLAY 'PARECER NAO INFORMADO.'
              CLOSE REVISAO
              GO TO P300-FIM
           END-IF

           MOVE WS-HOJE     TO DT-PARECER-REV
           MOVE LK-OPERADOR TO OPERADOR-REV
           REWRITE REG-REVISAO

           IF FS-REV-OK OR WS-FS-REV EQUAL 02
              DISPLAY 'PARECER REGISTRADO NO PEDIDO ' ID-REVISAO '.'
              MOVE 'PARECER'        TO AUD-OPERACAO
              MOVE 'REVISAO'        TO AUD-ARQUIVO
              MOVE ID-REVISAO       TO AUD-CHAVE
              MOVE WS-REG-REV-ANTES TO AUD-VALOR-ANTES
              MOVE REG-REVISAO      TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O PEDIDO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
           END-IF

           CLOSE REVISAO
           .
       P300-FIM.

       P400-DECISAO.

      * A decisao e da direcao/coordenacao, sempre depois do parecer
      * do conselho. O deferimento nao altera NOTAS aqui: registra a
      * pendencia em NOTA-PEND, aprovada no PROGAPRV por outro
      * operador, que regrava NOTAS e sincroniza AL-APROV.
           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              GO TO P400-FIM
           END-IF

           PERFORM P250-LE-PEDIDO THRU P250-FIM
           IF NOT VALIDO-OK
              GO TO P400-FIM
           END-IF

           IF NOT REV-ABERTA
              DISPLAY 'PEDIDO JA DECIDIDO.'
              CLOSE REVISAO
              GO TO P400-FIM
           END-IF

           IF DT-PARECER-REV EQUAL ZERO
              DISPLAY 'REGISTRE ANTES O PARECER DO CONSELHO.'
              CLOSE REVISAO
              GO TO P400-FIM
           END-IF

           DISPLAY 'TECLE <D> para deferir, <I> para indeferir ou '
                   '<QUALQUER TECLA> para sair: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
              WHEN 'D'
              WHEN 'd'
                 IF REV-INTEMPESTIVO
                    DISPLAY 'ATENCAO: PEDIDO INTEMPESTIVO.'
                 END-IF
                 PERFORM P450-GERA-PENDENCIA THRU P450-FIM
                 IF NOT VALIDO-OK
                    CLOSE REVISAO
                    GO TO P400-FIM
                 END-IF
                 SET REV-DEFERIDA TO TRUE
              WHEN 'I'
              WHEN 'i'
                 SET REV-INDEFERIDA TO TRUE
              WHEN OTHER
                 DISPLAY 'DECISAO NAO REGISTRADA.'
                 CLOSE REVISAO
                 GO TO P400-FIM
           END-EVALUATE

           MOVE WS-HOJE     TO DT-DECISAO-REV
           MOVE LK-OPERADOR TO OPERADOR-REV

           PERFORM P470-EMITE-CARTA THRU P470-FIM

           REWRITE REG-REVISAO

           IF FS-REV-OK OR WS-FS-REV EQUAL 02
              IF DT-DECISAO-REV > DT-LIMITE-RESPOSTA-REV
                 DISPLAY 'ATENCAO: RESPOSTA APOS O PRAZO DE '
                         DT-LIMITE-RESPOSTA-REV '.'
              END-IF
              DISPLAY 'DECISAO REGISTRADA NO PEDIDO ' ID-REVISAO '.'
              MOVE 'DECISAO'        TO AUD-OPERACAO
              MOVE 'REVISAO'        TO AUD-ARQUIVO
              MOVE ID-REVISAO       TO AUD-CHAVE
              MOVE WS-REG-REV-ANTES TO AUD-VALOR-ANTES
              MOVE REG-REVISAO      TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O PEDIDO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
           END-IF

           CLOSE REVISAO
           .
       P400-FIM.

       P450-GERA-PENDENCIA.

      * Imagem antiga e nova do registro de NOTAS com a situacao
      * APROVADO (e a media revista, quando o conselho a alterou), no
      * mesmo formato das alteracoes do PROGALTR.
           MOVE 'N' TO WS-VALIDO

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P450-FIM
           END-IF

           MOVE ID-INCLUSAO-REV TO ID-INCLUSAO
           READ NOTAS
              KEY IS ID-INCLUSAO
                 INVALID KEY
                    DISPLAY 'A INCLUSAO ' ID-INCLUSAO-REV
                            ' NAO EXISTE MAIS.'
                    CLOSE NOTAS
                    GO TO P450-FIM
           END-READ
           CLOSE NOTAS

           IF ST-ALUNO IN REG-NOTAS NOT EQUAL 'REPROVADO'
              DISPLAY 'O RESULTADO JA NAO ESTA REPROVADO: SITUACAO '
                      ST-ALUNO IN REG-NOTAS '.'
              GO TO P450-FIM
           END-IF

           MOVE REG-NOTAS TO WS-REGISTRO-NT-ANTES

           DISPLAY 'Media atual: ' MD-NOTA IN REG-NOTAS
                   '  Recuperacao: ' REC-NOTA IN REG-NOTAS
           DISPLAY 'Nova media revista (0 = manter a atual): '
           ACCEPT WS-MEDIA-NOVA
           IF WS-MEDIA-NOVA NUMERIC AND WS-MEDIA-NOVA NOT EQUAL ZERO
              MOVE WS-MEDIA-NOVA TO MD-NOTA IN REG-NOTAS
           END-IF
           DISPLAY 'Nova nota de recuperacao (0 = manter a atual): '
           ACCEPT WS-REC-NOVA
           IF WS-REC-NOVA NUMERIC AND WS-REC-NOVA NOT EQUAL ZERO
              MOVE WS-REC-NOVA TO REC-NOTA IN REG-NOTAS
           END-IF
           MOVE 'APROVADO' TO ST-ALUNO IN REG-NOTAS
           MOVE REG-NOTAS TO WS-REGISTRO-NT-NOVO

           MOVE SPACE TO WS-MOTIVO-PEDIDO
           STRING 'REVISAO DE RESULTADO No ' DELIMITED BY SIZE
                  ID-REVISAO                 DELIMITED BY SIZE
                  ' DEFERIDA'                DELIMITED BY SIZE
                  INTO WS-MOTIVO-PEDIDO

           MOVE 'NOTAPEND' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           SET FS-PEND-OK TO TRUE
           OPEN I-O NOTA-PEND

           IF WS-FS-PEND EQUAL 35
              OPEN OUTPUT NOTA-PEND
              CLOSE NOTA-PEND
              OPEN I-O NOTA-PEND
           END-IF

           IF NOT FS-PEND-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PENDENCIAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PEND
              GO TO P450-FIM
           END-IF

           MOVE WS-PROX-NUMERO       TO ID-PENDENTE
           MOVE ID-INCLUSAO-REV      TO ID-INCLUSAO-PEND
           MOVE WS-REGISTRO-NT-ANTES TO VALOR-ANTES-PEND
           MOVE WS-REGISTRO-NT-NOVO  TO VALOR-DEPOIS-PEND
           MOVE WS-MOTIVO-PEDIDO     TO MOTIVO-PEND
           MOVE LK-OPERADOR          TO SOLICITANTE-PEND
           MOVE WS-HOJE              TO DATA-PEND
           MOVE 'P'                  TO STATUS-PEND
           MOVE SPACE                TO APROVADOR-PEND

           WRITE REG-NOTA-PEND
              INVALID KEY
                 DISPLAY 'ERRO AO GRAVAR A PENDENCIA.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-PEND
              NOT INVALID KEY
                 MOVE ID-PENDENTE TO ID-PENDENTE-REV
                 MOVE 'S' TO WS-VALIDO
                 DISPLAY 'ALTERACAO DO RESULTADO REGISTRADA PARA '
                         'APROVACAO DA COORDENACAO. PENDENCIA No '
                         ID-PENDENTE
                 MOVE 'SOLICITACA' TO AUD-OPERACAO
                 MOVE 'NOTA-PEND'  TO AUD-ARQUIVO
                 MOVE ID-PENDENTE  TO AUD-CHAVE
                 MOVE WS-MOTIVO-PEDIDO(1:20) TO AUD-MOTIVO
                 MOVE LK-OPERADOR  TO AUD-RESPONSAVEL
                 MOVE WS-REGISTRO-NT-ANTES TO AUD-VALOR-ANTES
                 MOVE WS-REGISTRO-NT-NOVO  TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 MOVE SPACE TO AUD-MOTIVO
                 MOVE SPACE TO AUD-RESPONSAVEL
           END-WRITE

           CLOSE NOTA-PEND
           .
       P450-FIM.

       P470-EMITE-CARTA.

      * Carta de resposta ao requerente, impressa no arquivo de cartas
      * e protocolada em COMUNICADOS com o canhoto pendente.
           MOVE 'COMUNICADO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
           MOVE WS-PROX-NUMERO TO ID-COMUNICADO-REV

           SET FS-CAR-OK TO TRUE
           OPEN EXTEND CARTA
           IF WS-FS-CAR EQUAL 35
              OPEN OUTPUT CARTA
           END-IF
           IF NOT FS-CAR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CAR
              GO TO P470-PROTOCOLA
           END-IF

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'RESPOSTA AO PEDIDO DE REVISAO DE RESULTADO No '
                     DELIMITED BY SIZE
                  ID-REVISAO DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'AO(A) SR(A). ' DELIMITED BY SIZE
                  REQUERENTE-REV  DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'REF.: ALUNO(A) ' DELIMITED BY SIZE
                  NM-ALUNO-REV      DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  NM-DISCIPLINA-REV DELIMITED BY SIZE
                  ' - ANO '         DELIMITED BY SIZE
                  ANO-REV           DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'PEDIDO PROTOCOLADO EM ' DELIMITED BY SIZE
                  DT-PROTOCOLO-REV         DELIMITED BY SIZE
                  ', RESULTADO PUBLICADO EM ' DELIMITED BY SIZE
                  DT-PUBLICACAO-REV        DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           MOVE 'PARECER DO CONSELHO DE CLASSE:' TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACE TO WS-LINHA-CARTA
           MOVE PARECER-REV TO WS-LINHA-CARTA(3:60)
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           IF REV-DEFERIDA
              MOVE 'DECISAO: DEFERIDO. O RESULTADO FINAL PASSA A '
                 TO WS-LINHA-CARTA(1:46)
              MOVE 'APROVADO.' TO WS-LINHA-CARTA(47:9)
           ELSE
              MOVE 'DECISAO: INDEFERIDO. FICA MANTIDO O RESULTADO '
                 TO WS-LINHA-CARTA(1:46)
              MOVE 'REPROVADO.' TO WS-LINHA-CARTA(47:10)
           END-IF
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           IF REV-INTEMPESTIVO
              MOVE SPACE TO WS-LINHA-CARTA
              MOVE 'OBS.: PEDIDO APRESENTADO APOS O PRAZO LEGAL.'
                 TO WS-LINHA-CARTA
              WRITE REG-CARTA FROM WS-LINHA-CARTA
           END-IF

           MOVE SPACE TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
                  WS-HOJE       DELIMITED BY SIZE
                  ' POR '       DELIMITED BY SIZE
                  LK-OPERADOR   DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE SPACE TO WS-LINHA-CARTA
           STRING 'PROTOCOLO DE COMUNICADO No ' DELIMITED BY SIZE
                  ID-COMUNICADO-REV             DELIMITED BY SIZE
                  INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           MOVE ALL '-' TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           CLOSE CARTA
           DISPLAY 'CARTA DE RESPOSTA GRAVADA EM ' WS-CAMINHO-CARTA
           .
       P470-PROTOCOLA.

           SET FS-COM-OK TO TRUE
           OPEN I-O COMUNICADOS

           IF WS-FS-COM EQUAL 35
              OPEN OUTPUT COMUNICADOS
              CLOSE COMUNICADOS
              OPEN I-O COMUNICADOS
           END-IF

           IF NOT FS-COM-OK
              DISPLAY 'AVISO: PROTOCOLO DE COMUNICADOS INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-COM ').'
              GO TO P470-FIM
           END-IF

           MOVE ID-COMUNICADO-REV TO ID-COMUNICADO
           MOVE ID-ALUNO-REV      TO ID-ALUNO-COM
           MOVE 'V'               TO TIPO-COM
           MOVE WS-HOJE           TO DATA-COM
           MOVE 'R'               TO VIA-COM
           MOVE 'P'               TO STATUS-ACK-COM
           MOVE ZERO              TO DATA-ACK-COM
           MOVE LK-OPERADOR       TO OPERADOR-COM
           MOVE SPACE             TO DESCRICAO-COM
           STRING 'RESPOSTA REVISAO No ' DELIMITED BY SIZE
                  ID-REVISAO             DELIMITED BY SIZE
                  INTO DESCRICAO-COM

           WRITE REG-COMUNICADO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'CARTA PROTOCOLADA NO CONTROLE DE '
                         'COMUNICADOS (CANHOTO PENDENTE).'
           END-WRITE

           CLOSE COMUNICADOS
           .
       P470-FIM.

       P500-EM-ABERTO.

           MOVE ZERO TO WS-QTD-ABERTOS
           MOVE ZERO TO WS-QTD-VENCIDOS

           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF WS-FS-REV EQUAL 35
              DISPLAY 'NENHUM PEDIDO DE REVISAO PROTOCOLADO.'
              GO TO P500-FIM
           END-IF
           IF NOT FS-REV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REVISOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              GO TO P500-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'PEDIDOS DE REVISAO EM ABERTO EM ' WS-HOJE
           DISPLAY 'PROTOC ALUNO NOME            PROTOCOLO  LIMITE   '
                   ' DIAS PARECER'

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REVISAO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF REV-ABERTA
                       ADD 1 TO WS-QTD-ABERTOS
                       COMPUTE WS-DIAS-REST =
                          FUNCTION INTEGER-OF-DATE
                             (DT-LIMITE-RESPOSTA-REV)
                          - FUNCTION INTEGER-OF-DATE (WS-HOJE)
                       MOVE WS-DIAS-REST TO WS-DIAS-ED
                       IF WS-DIAS-REST < ZERO
                          ADD 1 TO WS-QTD-VENCIDOS
                       END-IF
                       IF DT-PARECER-REV EQUAL ZERO
                          DISPLAY ID-REVISAO ' ' ID-ALUNO-REV ' '
                                  NM-ALUNO-REV(1:15) ' '
                                  DT-PROTOCOLO-REV ' '
                                  DT-LIMITE-RESPOSTA-REV ' '
                                  WS-DIAS-ED ' PENDENTE'
                       ELSE
                          DISPLAY ID-REVISAO ' ' ID-ALUNO-REV ' '
                                  NM-ALUNO-REV(1:15) ' '
                                  DT-PROTOCOLO-REV ' '
                                  DT-LIMITE-RESPOSTA-REV ' '
                                  WS-DIAS-ED ' EMITIDO'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REVISAO

           DISPLAY WS-QTD-ABERTOS ' PEDIDO(S) EM ABERTO, '
                   WS-QTD-VENCIDOS ' COM O PRAZO DE RESPOSTA VENCIDO '
                   '(DIAS NEGATIVOS).'
           .
       P500-FIM.

       P600-RELATORIO-PRAZOS.

      * Todos os pedidos do ano letivo, com a data da resposta e se
      * ela saiu dentro do prazo, para comprovacao externa.
           DISPLAY 'Ano letivo dos resultados: '
           ACCEPT WS-ANO-FILTRO

           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF WS-FS-REV EQUAL 35
              DISPLAY 'NENHUM PEDIDO DE REVISAO PROTOCOLADO.'
              GO TO P600-FIM
           END-IF
           IF NOT FS-REV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REVISOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              GO TO P600-FIM
           END-IF

           MOVE ZERO TO WS-CONT WS-QTD-ABERTOS WS-QTD-VENCIDOS
                        WS-QTD-NO-PRAZO WS-QTD-FORA-PRAZO
                        WS-QTD-DEFERIDOS WS-QTD-INDEFERIDOS

           MOVE 'PRAZOS DE REVISAO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'PEDIDOS DE REVISAO DE RESULTADO FINAL - ANO '
                     DELIMITED BY SIZE
                  WS-ANO-FILTRO DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'PRAZO DE RESPOSTA: ' DELIMITED BY SIZE
                  WS-PRAZO-RESPOSTA     DELIMITED BY SIZE
                  ' DIAS CORRIDOS DO PROTOCOLO' DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'PROT. ALUNO NOME            PROTOCOL LIMITE   D '
              TO WS-LINHA-SPOOL
           MOVE 'DECISAO  SITUACAO       CARTA'
              TO WS-LINHA-SPOOL(50:29)
           PERFORM P066-IMPRIME THRU P066-FIM

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REVISAO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-REV EQUAL WS-ANO-FILTRO
                       PERFORM P610-LINHA-PRAZO THRU P610-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REVISAO

           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'PEDIDOS: '         DELIMITED BY SIZE
                  WS-CONT             DELIMITED BY SIZE
                  '  DEFERIDOS: '     DELIMITED BY SIZE
                  WS-QTD-DEFERIDOS    DELIMITED BY SIZE
                  '  INDEFERIDOS: '   DELIMITED BY SIZE
                  WS-QTD-INDEFERIDOS  DELIMITED BY SIZE
                  '  EM ABERTO: '     DELIMITED BY SIZE
                  WS-QTD-ABERTOS      DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           STRING 'RESPONDIDOS NO PRAZO: ' DELIMITED BY SIZE
                  WS-QTD-NO-PRAZO          DELIMITED BY SIZE
                  '  FORA DO PRAZO: '      DELIMITED BY SIZE
                  WS-QTD-FORA-PRAZO        DELIMITED BY SIZE
                  '  VENCIDOS SEM RESPOSTA: ' DELIMITED BY SIZE
                  WS-QTD-VENCIDOS          DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P600-FIM.

       P610-LINHA-PRAZO.

           ADD 1 TO WS-CONT
           EVALUATE TRUE
              WHEN REV-ABERTA
                 ADD 1 TO WS-QTD-ABERTOS
                 IF WS-HOJE > DT-LIMITE-RESPOSTA-REV
                    ADD 1 TO WS-QTD-VENCIDOS
                    MOVE 'VENCIDO' TO WS-SITUACAO-PRAZO
                 ELSE
                    MOVE 'EM ABERTO' TO WS-SITUACAO-PRAZO
                 END-IF
              WHEN OTHER
                 IF REV-DEFERIDA
                    ADD 1 TO WS-QTD-DEFERIDOS
                 ELSE
                    ADD 1 TO WS-QTD-INDEFERIDOS
                 END-IF
                 IF DT-DECISAO-REV > DT-LIMITE-RESPOSTA-REV
                    ADD 1 TO WS-QTD-FORA-PRAZO
                    MOVE 'FORA DO PRAZO' TO WS-SITUACAO-PRAZO
                 ELSE
                    ADD 1 TO WS-QTD-NO-PRAZO
                    MOVE 'NO PRAZO' TO WS-SITUACAO-PRAZO
                 END-IF
           END-EVALUATE

           MOVE ID-REVISAO             TO WS-LP-PROTOCOLO
           MOVE ID-ALUNO-REV           TO WS-LP-ALUNO
           MOVE NM-ALUNO-REV(1:15)     TO WS-LP-NOME
           MOVE DT-PROTOCOLO-REV       TO WS-LP-PROTOCOLADO
           MOVE DT-LIMITE-RESPOSTA-REV TO WS-LP-LIMITE
           MOVE DECISAO-REV            TO WS-LP-DECISAO
           MOVE DT-DECISAO-REV         TO WS-LP-DT-DECISAO
           MOVE WS-SITUACAO-PRAZO      TO WS-LP-SITUACAO
           MOVE ID-COMUNICADO-REV      TO WS-LP-CARTA
           MOVE WS-LIN-PRAZO           TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P610-FIM.

       P700-CONSULTA.

           DISPLAY 'Informe o numero do protocolo: '
           ACCEPT WS-PROTOCOLO

           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF WS-FS-REV EQUAL 35
              DISPLAY 'NENHUM PEDIDO DE REVISAO PROTOCOLADO.'
              GO TO P700-FIM
           END-IF
           IF NOT FS-REV-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REVISOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REV
              GO TO P700-FIM
           END-IF

           MOVE WS-PROTOCOLO TO ID-REVISAO
           READ REVISAO
              KEY IS ID-REVISAO
                 INVALID KEY
                    DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                 NOT INVALID KEY
                    PERFORM P260-MOSTRA-PEDIDO THRU P260-FIM
           END-READ

           CLOSE REVISAO
           .
       P700-FIM.

       P850-PROXIMO-NUMERO.

           MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE

           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF FS-CTL-OK
              READ CONTROLE
                 KEY IS CHAVE-CONTROLE
                    INVALID KEY
                       MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE
      * A faixa reservada da unidade (CONTROLE_FAIXA_BASE) evita a
      * colisao de chaves na consolidacao entre campi.
                       ACCEPT WS-FAIXA-BASE FROM ENVIRONMENT
                          'CONTROLE_FAIXA_BASE'
                          ON EXCEPTION
                             MOVE ZERO TO WS-FAIXA-BASE
                       END-ACCEPT
                       IF WS-FAIXA-BASE NOT NUMERIC
                          MOVE ZERO TO WS-FAIXA-BASE
                       END-IF
                       COMPUTE ULTIMO-NUMERO = WS-FAIXA-BASE + 1
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       WRITE REG-CONTROLE
                    NOT INVALID KEY
                       ADD 1 TO ULTIMO-NUMERO
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       REWRITE REG-CONTROLE
              END-READ
           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
           END-IF

           CLOSE CONTROLE

           .
       P850-FIM.

       P800-GRAVA-AUDITORIA.

           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME

           MOVE LK-OPERADOR TO AUD-OPERADOR
           IF AUD-OPERADOR EQUAL SPACE
              ACCEPT AUD-OPERADOR FROM ENVIRONMENT 'USER'
                 ON EXCEPTION MOVE 'DESCONHECIDO' TO AUD-OPERADOR
              END-ACCEPT
           END-IF

           MOVE LK-TERMINAL TO AUD-TERMINAL
           IF AUD-TERMINAL EQUAL SPACE
              ACCEPT AUD-TERMINAL FROM ENVIRONMENT 'TERMINAL'
                 ON EXCEPTION MOVE 'LOCAL' TO AUD-TERMINAL
              END-ACCEPT
           END-IF

           MOVE 'PROGREVI' TO AUD-PROGRAMA

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
              OPEN OUTPUT AUDITORIA
           END-IF

           IF FS-AUD-OK
              WRITE REG-AUDITORIA
           ELSE
              DISPLAY 'ERRO AO GRAVAR AUDITORIA. FILE STATUS: '
                      WS-FS-AUD
           END-IF

           CLOSE AUDITORIA

           .
       P800-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGREVI.
