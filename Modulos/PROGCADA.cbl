      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Gravacao selada da trilha de auditoria: recebe o
      *          REG-AUDITORIA montado pelo P800-GRAVA-AUDITORIA do
      *          modulo chamador, numera o registro na sequencia da
      *          trilha, calcula o resumo das imagens antes/depois e
      *          o valor de encadeamento (a partir do valor do
      *          registro anterior e do conteudo do proprio registro)
      *          e grava no arquivo AUDITORIA. A ultima sequencia e o
      *          ultimo valor ficam na ancora AUD-CADEIA do ESTADO,
      *          lida com bloqueio durante a gravacao, de modo que
      *          gravacoes simultaneas nao bifurcam a cadeia. A
      *          conferencia e feita pelo PROGCADV.
      *          A ancora so e criada numa trilha ja selada (versao
      *          VER-AUDIT no CONTROLE) ou ainda sem registros; com a
      *          trilha no layout anterior ao selo o registro e
      *          gravado nesse layout, sem selo, e a selagem fica com
      *          o PROGCADV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCADA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO ASSIGN TO
           WS-CAMINHO-ESTADO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-ESTADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-EST.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      * Trilha no layout anterior ao selo: o mesmo SELECT grava no
      * arquivo ativo e le os historicos na conferencia.
           SELECT AUD-ANTIGA ASSIGN TO
           WS-CAMINHO-AUD-ANTIGA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           FILE STATUS IS WS-FS-CTL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO.
           COPY FD-ESTADO.

       FD  AUDITORIA.
       01  REG-AUDITORIA-ARQ                  PIC X(585).

       FD  AUD-ANTIGA.
       01  REG-AUD-ANTIGA                     PIC X(539).

       FD  CONTROLE.
           COPY FD-CONTROLE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-AUD-ANTIGA             PIC X(80).
       01  WS-CAMINHO-HIST-BASE              PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).

           COPY VERSOES.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-ANT                         PIC 99.
           88 FS-ANT-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-ANCORA-AUSENTE                 PIC X VALUE 'N'.
           88 ANCORA-AUSENTE-OK              VALUE 'S'.

       77  WS-VERSAO-REGISTRADA              PIC X VALUE 'N'.
           88 VERSAO-REGISTRADA-OK           VALUE 'S'.

       77  WS-TRILHA-VAZIA                   PIC X VALUE 'S'.
           88 TRILHA-VAZIA-OK                VALUE 'S'.

       77  WS-TRILHA-ANTIGA                  PIC X VALUE 'N'.
           88 TRILHA-ANTIGA-OK               VALUE 'S'.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-ANO-HOJE                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-HIST                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-INICIAL                    PIC 9(04) VALUE ZERO.
       77  WS-NOME-TAM                       PIC 9(03) VALUE ZERO.

       77  WS-ANCORA-LIDA                    PIC X VALUE 'N'.
           88 ANCORA-LIDA-OK                 VALUE 'S'.

       77  WS-ESTADO-ABERTO                  PIC X VALUE 'N'.
           88 ESTADO-ABERTO-OK               VALUE 'S'.

      * Ancora da cadeia no ESTADO (chave AUD-CADEIA): ultima
      * sequencia gravada e ultimo valor de encadeamento.
       01  WS-ANCORA.
           03 WS-ANC-SEQUENCIA               PIC 9(09).
           03 WS-ANC-CADEIA                  PIC 9(18) BINARY.
           03 FILLER                         PIC X(03).

      * Bloco encadeado: cabecalho do registro (data ate chave),
      * motivo, responsavel, sequencia e resumo das imagens.
       01  WS-BLOCO.
           03 WS-BL-CABECALHO                PIC X(99).
           03 WS-BL-MOTIVO                   PIC X(20).
           03 WS-BL-RESPONSAVEL              PIC X(20).
           03 WS-BL-SEQUENCIA                PIC 9(09).
           03 WS-BL-RESUMO                   PIC 9(18).

      * Calculo do resumo: dois acumuladores polinomiais modulo
      * primos diferentes, combinados num valor de 18 digitos.
       01  WS-RES-TEXTO                      PIC X(400).
       77  WS-RES-TAM                        PIC 9(04) BINARY.
       77  WS-RES-IDX                        PIC 9(04) BINARY.
       77  WS-RES-INICIAL                    PIC 9(18) BINARY.
       77  WS-RES-VALOR                      PIC 9(18) BINARY.
       77  WS-RES-H1                         PIC 9(18) BINARY.
       77  WS-RES-H2                         PIC 9(18) BINARY.
       77  WS-RES-QUOC                       PIC 9(18) BINARY.
       77  WS-RES-PRIMO1                     PIC 9(09) BINARY
                                             VALUE 999999937.
       77  WS-RES-PRIMO2                     PIC 9(09) BINARY
                                             VALUE 999999929.

       01  WS-CONV-BYTE.
           03 WS-CB-ALTO                     PIC X VALUE LOW-VALUE.
           03 WS-CB-BAIXO                    PIC X.
       01  WS-CONV-NUM REDEFINES WS-CONV-BYTE
                                             PIC 9(04) BINARY.

      ******************************************************************
       LINKAGE SECTION.
           COPY FD-AUDITORIA.

      ******************************************************************
       PROCEDURE DIVISION USING REG-AUDITORIA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

           PERFORM P100-LE-ANCORA THRU P100-FIM

           IF ANCORA-LIDA-OK
              PERFORM P200-SELA-REGISTRO THRU P200-FIM
           ELSE
      * Sem a ancora o registro nao e perdido: vai sem selo e o
      * verificador aponta.
              MOVE ZERO  TO AUD-SEQUENCIA
              MOVE ZERO  TO AUD-RESUMO
              MOVE ZERO  TO AUD-CADEIA
              MOVE SPACE TO AUD-EXPURGO
           END-IF

           IF TRILHA-ANTIGA-OK
              PERFORM P350-GRAVA-LAYOUT-ANTERIOR THRU P350-FIM
           ELSE
              PERFORM P300-GRAVA-REGISTRO THRU P300-FIM
           END-IF

           IF ANCORA-LIDA-OK AND FS-AUD-OK
              PERFORM P400-ATUALIZA-ANCORA THRU P400-FIM
           END-IF

           IF ESTADO-ABERTO-OK
              CLOSE ESTADO
           END-IF

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ESTADO FROM ENVIRONMENT 'ESTADO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ESTADO.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESTADO
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-HIST-BASE FROM ENVIRONMENT
              'HIST_AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HIST-AUDITORIA'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-BASE
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           .
       P010-FIM.

       P100-LE-ANCORA.

           MOVE 'N' TO WS-ANCORA-LIDA
           MOVE 'N' TO WS-ESTADO-ABERTO
           MOVE 'N' TO WS-ANCORA-AUSENTE
           MOVE 'N' TO WS-TRILHA-ANTIGA

           SET FS-EST-OK TO TRUE
           OPEN I-O ESTADO

           IF WS-FS-EST EQUAL 35
              OPEN OUTPUT ESTADO
              CLOSE ESTADO
              OPEN I-O ESTADO
           END-IF

           IF NOT FS-EST-OK
              DISPLAY 'AVISO: ANCORA DA TRILHA DE AUDITORIA '
                      'INDISPONIVEL (FILE STATUS ' WS-FS-EST
                      '). REGISTRO GRAVADO SEM SELO.'
              GO TO P100-FIM
           END-IF

           MOVE 'S' TO WS-ESTADO-ABERTO

      * A leitura bloqueia a ancora ate a regravacao: uma gravacao
      * de cada vez na cadeia.
           MOVE 'AUD-CADEIA' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
                 INVALID KEY
                    MOVE 'S' TO WS-ANCORA-AUSENTE
                 NOT INVALID KEY
                    MOVE VALOR-ESTADO TO WS-ANCORA
           END-READ

           IF ANCORA-AUSENTE-OK
              PERFORM P150-CRIA-ANCORA THRU P150-FIM
              IF TRILHA-ANTIGA-OK
                 GO TO P100-FIM
              END-IF
           END-IF

           IF FS-EST-OK OR WS-FS-EST EQUAL 02
              MOVE 'S' TO WS-ANCORA-LIDA
           ELSE
              DISPLAY 'AVISO: ANCORA DA TRILHA DE AUDITORIA '
                      'BLOQUEADA OU INVALIDA (FILE STATUS ' WS-FS-EST
                      '). REGISTRO GRAVADO SEM SELO.'
           END-IF
           .
       P100-FIM.

       P150-CRIA-ANCORA.

      * Ancora nova com sequencia zero so vale para trilha ja selada
      * (ESTADO refeito) ou sem registro algum: com registros no
      * layout anterior a cadeia comecaria no meio do arquivo e a
      * selagem do PROGCADV deixaria de rodar.
           PERFORM P160-LE-VERSAO THRU P160-FIM

           IF NOT VERSAO-REGISTRADA-OK
              PERFORM P170-CONFERE-TRILHA THRU P170-FIM
              IF NOT TRILHA-VAZIA-OK
                 MOVE 'S' TO WS-TRILHA-ANTIGA
                 DISPLAY 'AVISO: TRILHA DE AUDITORIA NO LAYOUT '
                         'ANTERIOR AO SELO. REGISTRO GRAVADO SEM SELO.'
                 DISPLAY 'SELE A TRILHA EM OPERACAO > VERIFICACAO DA '
                         'TRILHA, OPCAO 2.'
                 GO TO P150-FIM
              END-IF
           END-IF

           MOVE ZERO TO WS-ANC-SEQUENCIA
           MOVE ZERO TO WS-ANC-CADEIA
           MOVE 'AUD-CADEIA' TO CHAVE-ESTADO
           MOVE WS-ANCORA TO VALOR-ESTADO
           WRITE REG-ESTADO
           END-WRITE
           READ ESTADO
              KEY IS CHAVE-ESTADO
           END-READ

           IF NOT VERSAO-REGISTRADA-OK
              PERFORM P180-REGISTRA-VERSAO THRU P180-FIM
           END-IF
           .
       P150-FIM.

       P160-LE-VERSAO.

           MOVE 'N' TO WS-VERSAO-REGISTRADA

           SET FS-CTL-OK TO TRUE
           OPEN INPUT CONTROLE
           IF NOT FS-CTL-OK
              GO TO P160-FIM
           END-IF

           MOVE 'VER-AUDIT' TO CHAVE-CONTROLE
           READ CONTROLE
              KEY IS CHAVE-CONTROLE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-VERSAO-REGISTRADA
           END-READ

           CLOSE CONTROLE
           .
       P160-FIM.

       P170-CONFERE-TRILHA.

      * Mesmo teste do PROGVERS: o arquivo ativo e os historicos do
      * PROGAUDA dos ultimos trinta anos, ate o primeiro registro.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE
           COMPUTE WS-ANO-INICIAL = WS-ANO-HOJE - 30

           MOVE 'S' TO WS-TRILHA-VAZIA

           MOVE WS-CAMINHO-AUDITORIA TO WS-CAMINHO-AUD-ANTIGA
           PERFORM P175-LE-ARQUIVO THRU P175-FIM

           PERFORM VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
              UNTIL WS-ANO-HIST > WS-ANO-HOJE OR NOT TRILHA-VAZIA-OK
              PERFORM P178-MONTA-NOME-HIST THRU P178-FIM
              PERFORM P175-LE-ARQUIVO THRU P175-FIM
           END-PERFORM
           .
       P170-FIM.

       P175-LE-ARQUIVO.

           SET FS-ANT-OK TO TRUE
           OPEN INPUT AUD-ANTIGA
           IF NOT FS-ANT-OK
              GO TO P175-FIM
           END-IF

           READ AUD-ANTIGA NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE 'N' TO WS-TRILHA-VAZIA
           END-READ

           CLOSE AUD-ANTIGA
           .
       P175-FIM.

       P178-MONTA-NOME-HIST.

      * Nome HIST-AUDITORIA.AAAA.dat do ano, como no PROGAUDA.
           MOVE WS-CAMINHO-HIST-BASE TO WS-CAMINHO-AUD-ANTIGA

           MOVE ZERO TO WS-NOME-TAM
           PERFORM VARYING WS-NOME-TAM FROM 80 BY -1
              UNTIL WS-NOME-TAM < 1
                 OR WS-CAMINHO-AUD-ANTIGA(WS-NOME-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           IF WS-NOME-TAM > 0 AND WS-NOME-TAM <= 71
              MOVE '.' TO WS-CAMINHO-AUD-ANTIGA(WS-NOME-TAM + 1:1)
              MOVE WS-ANO-HIST
                 TO WS-CAMINHO-AUD-ANTIGA(WS-NOME-TAM + 2:4)
              MOVE '.dat'
                 TO WS-CAMINHO-AUD-ANTIGA(WS-NOME-TAM + 6:4)
           END-IF
           .
       P178-FIM.

       P180-REGISTRA-VERSAO.

      * Trilha nova ja nasce no layout selado: registra a versao para
      * o PROGVERS, como o PROGMIGR faz com os cadastros.
           SET FS-CTL-OK TO TRUE
           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF NOT FS-CTL-OK
              DISPLAY 'ERRO AO REGISTRAR A VERSAO DA AUDITORIA. '
                      'FILE STATUS: ' WS-FS-CTL
              GO TO P180-FIM
           END-IF

           MOVE 'VER-AUDIT' TO CHAVE-CONTROLE
           READ CONTROLE
              KEY IS CHAVE-CONTROLE
                 INVALID KEY
                    MOVE 'VER-AUDIT' TO CHAVE-CONTROLE
                    MOVE WS-VL-AUDITORIA TO ULTIMO-NUMERO
                    WRITE REG-CONTROLE
                 NOT INVALID KEY
                    MOVE WS-VL-AUDITORIA TO ULTIMO-NUMERO
                    REWRITE REG-CONTROLE
           END-READ

           CLOSE CONTROLE
           .
       P180-FIM.

       P200-SELA-REGISTRO.

           COMPUTE AUD-SEQUENCIA = WS-ANC-SEQUENCIA + 1
           MOVE SPACE TO AUD-EXPURGO

           MOVE SPACE TO WS-RES-TEXTO
           MOVE AUD-VALOR-ANTES  TO WS-RES-TEXTO(1:200)
           MOVE AUD-VALOR-DEPOIS TO WS-RES-TEXTO(201:200)
           MOVE 400  TO WS-RES-TAM
           MOVE ZERO TO WS-RES-INICIAL
           PERFORM P500-CALCULA-RESUMO THRU P500-FIM
           MOVE WS-RES-VALOR TO AUD-RESUMO

           MOVE REG-AUDITORIA(1:99) TO WS-BL-CABECALHO
           MOVE AUD-MOTIVO          TO WS-BL-MOTIVO
           MOVE AUD-RESPONSAVEL     TO WS-BL-RESPONSAVEL
           MOVE AUD-SEQUENCIA       TO WS-BL-SEQUENCIA
           MOVE AUD-RESUMO          TO WS-BL-RESUMO

           MOVE SPACE TO WS-RES-TEXTO
           MOVE WS-BLOCO TO WS-RES-TEXTO(1:166)
           MOVE 166 TO WS-RES-TAM
           MOVE WS-ANC-CADEIA TO WS-RES-INICIAL
           PERFORM P500-CALCULA-RESUMO THRU P500-FIM
           MOVE WS-RES-VALOR TO AUD-CADEIA
           .
       P200-FIM.

       P300-GRAVA-REGISTRO.

           SET FS-AUD-OK TO TRUE
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
              OPEN OUTPUT AUDITORIA
           END-IF

           IF FS-AUD-OK
              WRITE REG-AUDITORIA-ARQ FROM REG-AUDITORIA
           ELSE
              DISPLAY 'ERRO AO GRAVAR AUDITORIA. FILE STATUS: '
                      WS-FS-AUD
           END-IF

           CLOSE AUDITORIA
           .
       P300-FIM.

       P350-GRAVA-LAYOUT-ANTERIOR.

      * Mantem o arquivo inteiro no layout de 539 posicoes: a selagem
      * do PROGCADV converte este registro junto com os demais.
           MOVE WS-CAMINHO-AUDITORIA TO WS-CAMINHO-AUD-ANTIGA

           SET FS-ANT-OK TO TRUE
           OPEN EXTEND AUD-ANTIGA

           IF WS-FS-ANT EQUAL 35
              OPEN OUTPUT AUD-ANTIGA
           END-IF

           IF FS-ANT-OK
              WRITE REG-AUD-ANTIGA FROM REG-AUDITORIA(1:539)
           ELSE
              DISPLAY 'ERRO AO GRAVAR AUDITORIA. FILE STATUS: '
                      WS-FS-ANT
           END-IF

           CLOSE AUD-ANTIGA
           .
       P350-FIM.

       P400-ATUALIZA-ANCORA.

           MOVE AUD-SEQUENCIA TO WS-ANC-SEQUENCIA
           MOVE AUD-CADEIA    TO WS-ANC-CADEIA
           MOVE 'AUD-CADEIA'  TO CHAVE-ESTADO
           MOVE WS-ANCORA     TO VALOR-ESTADO
           REWRITE REG-ESTADO

           IF NOT FS-EST-OK AND WS-FS-EST NOT EQUAL 02
              DISPLAY 'ERRO AO REGRAVAR A ANCORA DA AUDITORIA. '
                      'FILE STATUS: ' WS-FS-EST
           END-IF
           .
       P400-FIM.

       P500-CALCULA-RESUMO.

      * Mesmo calculo do P500 do PROGCADV: qualquer mudanca aqui tem
      * de ser repetida la, ou toda a trilha deixa de conferir.
           DIVIDE WS-RES-INICIAL BY 1000000000
              GIVING WS-RES-H1 REMAINDER WS-RES-H2
           DIVIDE WS-RES-H1 BY WS-RES-PRIMO1
              GIVING WS-RES-QUOC REMAINDER WS-RES-H1

           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > WS-RES-TAM
              MOVE WS-RES-TEXTO(WS-RES-IDX:1) TO WS-CB-BAIXO
              COMPUTE WS-RES-H1 = WS-RES-H1 * 257 + WS-CONV-NUM + 1
              DIVIDE WS-RES-H1 BY WS-RES-PRIMO1
                 GIVING WS-RES-QUOC REMAINDER WS-RES-H1
              COMPUTE WS-RES-H2 = WS-RES-H2 * 263 + WS-CONV-NUM + 7
              DIVIDE WS-RES-H2 BY WS-RES-PRIMO2
                 GIVING WS-RES-QUOC REMAINDER WS-RES-H2
           END-PERFORM

           COMPUTE WS-RES-VALOR = WS-RES-H1 * 1000000000 + WS-RES-H2
           .
       P500-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGCADA.
