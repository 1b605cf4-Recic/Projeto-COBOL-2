      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Verificacao da trilha de auditoria selada pelo
      *          PROGCADA: percorre os historicos HIST-AUDITORIA do
      *          PROGAUDA (ano a ano) e o arquivo AUDITORIA ativo,
      *          refazendo o resumo das imagens e o encadeamento de
      *          cada registro, e aponta quebras de sequencia
      *          (exclusoes), registros alterados, imagens alteradas,
      *          registros sem selo e divergencia com a ancora do
      *          ESTADO (exclusao dos ultimos registros), com a
      *          primeira posicao com problema. Quebra encontrada
      *          vira alerta no painel de abertura. Na cadeia noturna
      *          (CADV_MODO=LOTE) so verifica, sem tela.
      *          A opcao 2 sela, uma unica vez, a trilha gravada no
      *          layout anterior ao encadeamento e registra a versao
      *          VER-AUDIT no CONTROLE, liberando os modulos no
      *          PROGVERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCADV.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O mesmo SELECT atende o arquivo ativo e os historicos: o
      * caminho e trocado antes de cada abertura.
           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      * Visao da trilha no layout anterior ao encadeamento, usada
      * somente na selagem unica.
           SELECT AUD-ANTIGA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT AUD-TEMP ASSIGN TO
           WS-CAMINHO-AUD-TEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TMP.

           SELECT ESTADO ASSIGN TO
           WS-CAMINHO-ESTADO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-ESTADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-EST.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           FILE STATUS IS WS-FS-CTL.

           SELECT SESSOES ASSIGN TO
           WS-CAMINHO-SESSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-SESSAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SES.

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
       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  AUD-ANTIGA.
       01  REG-AUD-ANTIGA                     PIC X(539).

       FD  AUD-TEMP.
       01  REG-AUD-TEMP                       PIC X(585).

       FD  ESTADO.
           COPY FD-ESTADO.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  SESSOES.
           COPY FD-SESSAO.

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

       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-ATIVO                  PIC X(80).
       01  WS-CAMINHO-HIST-BASE              PIC X(80).
       01  WS-CAMINHO-AUD-TEMP               PIC X(80).
       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-SESSOES                PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-TMP                         PIC 99.
           88 FS-TMP-OK                      VALUE 0.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-SES                         PIC 99.
           88 FS-SES-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-SESSOES-ONLINE                 PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-LOTE                     PIC X(20) VALUE SPACE.
       77  WS-EOF-SES                        PIC X VALUE 'N'.
           88 EOF-SES-OK                     VALUE 'S' FALSE 'N'.
       77  WS-BATCH-BLOQUEADO                PIC X VALUE 'N'.
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
       77  WS-OPCAO                          PIC X.
       77  WS-CONFIRMA                       PIC X.

       77  WS-SENHA-EXCLUSAO                 PIC X(10).
       77  WS-SENHA-INFORMADA                PIC X(10).

       77  WS-MODO-EXEC                      PIC X(04) VALUE SPACE.
           88 MODO-LOTE                      VALUE 'LOTE'.

       77  WS-FALHA-TECNICA                  PIC X VALUE 'N'.
           88 FALHA-TECNICA-OK               VALUE 'S'.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-ANO-HOJE                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-HIST                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-INICIAL                    PIC 9(04) VALUE ZERO.
       77  WS-NOME-TAM                       PIC 9(03) VALUE ZERO.

      * Arquivo em leitura: 'ATIVO' ou 'HIST AAAA', e a posicao do
      * registro dentro dele.
       77  WS-LOCAL                          PIC X(09) VALUE SPACE.
       77  WS-ORDINAL                        PIC 9(07) VALUE ZERO.

      * Registro anterior da cadeia (ja conferido ou ressincronizado
      * no valor gravado) e o valor esperado para o atual.
       77  WS-ANT-SEQUENCIA                  PIC 9(09) VALUE ZERO.
       77  WS-ANT-CADEIA                     PIC 9(18) VALUE ZERO.
       77  WS-SEQ-ESPERADA                   PIC 9(09) VALUE ZERO.
       77  WS-QTD-AUSENTES                   PIC 9(09) VALUE ZERO.
       77  WS-CALC-RESUMO                    PIC 9(18) VALUE ZERO.
       77  WS-CALC-CADEIA                    PIC 9(18) VALUE ZERO.

      * Ancora do ESTADO (chave AUD-CADEIA), gravada pelo PROGCADA.
       01  WS-ANCORA.
           03 WS-ANC-SEQUENCIA               PIC 9(09).
           03 WS-ANC-CADEIA                  PIC 9(18) BINARY.
           03 FILLER                         PIC X(03).

       77  WS-ANCORA-EXISTE                  PIC X VALUE 'N'.
           88 ANCORA-EXISTE-OK               VALUE 'S'.
       77  WS-ANCORA-ACHADA                  PIC X VALUE 'N'.
           88 ANCORA-ACHADA-OK               VALUE 'S'.
       77  WS-CADEIA-NA-ANCORA               PIC 9(18) VALUE ZERO.

       77  WS-CONT-ARQUIVOS                  PIC 9(03) VALUE ZERO.
       77  WS-CONT-LIDOS                     PIC 9(09) VALUE ZERO.
       77  WS-CONT-SELADOS                   PIC 9(09) VALUE ZERO.
       77  WS-CONT-SEM-SELO                  PIC 9(09) VALUE ZERO.
       77  WS-CONT-EXPURGADOS                PIC 9(09) VALUE ZERO.
       77  WS-CONT-EXCLUSOES                 PIC 9(09) VALUE ZERO.
       77  WS-CONT-FORA-ORDEM                PIC 9(09) VALUE ZERO.
       77  WS-CONT-ALTERADOS                 PIC 9(09) VALUE ZERO.
       77  WS-CONT-IMAGENS                   PIC 9(09) VALUE ZERO.
       77  WS-CONT-OCORRENCIAS               PIC 9(09) VALUE ZERO.
       77  WS-MAX-TELA                       PIC 9(03) VALUE 20.

      * Primeira posicao com problema.
       01  WS-PRIMEIRA.
           03 WS-PRI-TIPO                    PIC X(22) VALUE SPACE.
           03 WS-PRI-LOCAL                   PIC X(09) VALUE SPACE.
           03 WS-PRI-ORDINAL                 PIC 9(07) VALUE ZERO.
           03 WS-PRI-SEQUENCIA               PIC 9(09) VALUE ZERO.
           03 WS-PRI-DATA                    PIC 9(08) VALUE ZERO.
           03 WS-PRI-HORA                    PIC 9(08) VALUE ZERO.
           03 WS-PRI-PROGRAMA                PIC X(08) VALUE SPACE.

       01  WS-OCO-TIPO                       PIC X(22) VALUE SPACE.

       01  WS-LINHA-OCORRENCIA.
           03 WS-LO-TIPO                     PIC X(22).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LO-LOCAL                    PIC X(09).
           03 FILLER                         PIC X(05) VALUE ' REG '.
           03 WS-LO-ORDINAL                  PIC 9(07).
           03 FILLER                         PIC X(05) VALUE ' SEQ '.
           03 WS-LO-SEQUENCIA                PIC 9(09).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LO-DATA                     PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LO-PROGRAMA                 PIC X(08).
           03 FILLER                         PIC X(04) VALUE SPACE.

      * Selagem unica da trilha antiga.
       77  WS-CONV-LIDOS                     PIC 9(09) VALUE ZERO.
       77  WS-CONV-GRAVADOS                  PIC 9(09) VALUE ZERO.
       77  WS-CONV-ARQ-LIDOS                 PIC 9(09) VALUE ZERO.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       01  WS-CHAVE-EST                      PIC X(10) VALUE SPACE.
       01  WS-VALOR-EST                      PIC X(20) VALUE SPACE.

           COPY VERSOES.

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
       01  LK-COM-AREA.
           03 LK-MENSAGEM                     PIC X(40).
           03 LK-ITEM                         PIC 9.
           03 LK-OPERADOR                     PIC X(20).
           03 LK-TERMINAL                     PIC X(20).
           03 LK-SESSAO-DATA                  PIC 9(08).
           03 LK-SESSAO-HORA                  PIC 9(08).
           03 LK-PERFIL                       PIC X(01).
           03 LK-UNIDADE                      PIC X(04).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'VERIFICACAO DA TRILHA DE AUDITORIA'
           DISPLAY '***************************************************'

      * Na cadeia noturna (CADV_MODO=LOTE) nao ha operador: somente
      * a verificacao, sem menu e sem tecla no final.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'CADV_MODO'
              ON EXCEPTION MOVE SPACE TO WS-MODO-EXEC
           END-ACCEPT

           IF MODO-LOTE
              GO TO P000-VERIFICA
           END-IF

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           DISPLAY '1 - Verificar a trilha de auditoria'
           DISPLAY '2 - Selar a trilha gravada no layout anterior '
                   '(uma unica vez)'
           DISPLAY 'Opcao (<QUALQUER OUTRA TECLA> para retornar): '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 CONTINUE
              WHEN '2'
                 PERFORM P600-SELA-TRILHA-ANTIGA THRU P600-FIM
                 PERFORM P950-FIM
              WHEN OTHER
                 PERFORM P950-FIM
           END-EVALUATE
           .
       P000-VERIFICA.

           MOVE 'VERIF. AUDITORIA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           PERFORM P100-VERIFICA-TRILHA THRU P100-FIM
           PERFORM P300-RESUMO THRU P300-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           IF NOT MODO-LOTE
              DISPLAY ' '
              DISPLAY 'TECLE <QUALQUER TECLA> para retornar ao menu.'
              ACCEPT WS-EXT
           END-IF

      * A quebra da trilha vira alerta no painel, nao falha do lote:
      * um passo sempre falho prenderia a retomada do PROGLOTE nele e
      * os passos anteriores (backup inclusive) deixariam de rodar.
           IF MODO-LOTE AND FALHA-TECNICA-OK
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ATIVO FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-ATIVO
           END-ACCEPT
           MOVE WS-CAMINHO-ATIVO TO WS-CAMINHO-AUDITORIA

           ACCEPT WS-CAMINHO-AUD-TEMP FROM ENVIRONMENT
              'AUDITORIA_TMP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA-TMP.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUD-TEMP
           END-ACCEPT

           ACCEPT WS-CAMINHO-HIST-BASE FROM ENVIRONMENT
              'HIST_AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HIST-AUDITORIA'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-BASE
           END-ACCEPT

           ACCEPT WS-CAMINHO-ESTADO FROM ENVIRONMENT 'ESTADO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ESTADO.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESTADO
           END-ACCEPT

           ACCEPT WS-CAMINHO-SESSOES FROM ENVIRONMENT 'SESSOES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SESSOES.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-SESSOES
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE
           COMPUTE WS-ANO-INICIAL = WS-ANO-HOJE - 30

           .
       P010-FIM.

       P020-GUARDA-BATCH.

      * Semaforo do lote: recusa o inicio enquanto houver sessoes
      * online de OUTROS operadores registradas (listando-as) e,
      * liberado, registra o proprio lote para que os terminais
      * mostrem o aviso de "sistema em fechamento".
           MOVE 'N' TO WS-BATCH-BLOQUEADO
           MOVE ZERO TO WS-SESSOES-ONLINE

           SET FS-SES-OK TO TRUE
           OPEN I-O SESSOES

           IF WS-FS-SES EQUAL 35
              OPEN OUTPUT SESSOES
              CLOSE SESSOES
              OPEN I-O SESSOES
           END-IF

           IF NOT FS-SES-OK
              DISPLAY 'AVISO: SEMAFORO DE SESSOES INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-SES '). PROSSEGUINDO.'
              GO TO P020-FIM
           END-IF

           SET EOF-SES-OK TO FALSE
           PERFORM UNTIL EOF-SES-OK
              READ SESSOES NEXT RECORD
                 AT END
                    SET EOF-SES-OK TO TRUE
                 NOT AT END
                    IF TIPO-SESSAO EQUAL 'O' AND
                       OPERADOR-SESSAO NOT EQUAL LK-OPERADOR
                       ADD 1 TO WS-SESSOES-ONLINE
                       DISPLAY 'SESSAO ONLINE ATIVA: '
                               OPERADOR-SESSAO ' ('
                               PROGRAMA-SESSAO ') DESDE '
                               DATA-SESSAO ' ' HORA-SESSAO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SESSOES-ONLINE GREATER THAN ZERO
              DISPLAY 'LOTE RECUSADO: ' WS-SESSOES-ONLINE
                      ' SESSAO(OES) ONLINE ATIVA(S). ENCERRE OS '
                      'TERMINAIS ACIMA E EXECUTE NOVAMENTE.'
              MOVE 'S' TO WS-BATCH-BLOQUEADO
              CLOSE SESSOES
              GO TO P020-FIM
           END-IF

           MOVE SPACE TO CHAVE-SESSAO
           MOVE 'LOTE-PROGCADV' TO CHAVE-SESSAO(1:13)
           MOVE CHAVE-SESSAO TO WS-CHAVE-LOTE
           MOVE 'L' TO TIPO-SESSAO
           MOVE LK-OPERADOR TO OPERADOR-SESSAO
           MOVE 'PROGCADV' TO PROGRAMA-SESSAO
           ACCEPT DATA-SESSAO FROM DATE YYYYMMDD
           ACCEPT HORA-SESSAO FROM TIME
           WRITE REG-SESSAO
              INVALID KEY
                 REWRITE REG-SESSAO
              NOT INVALID KEY
                 CONTINUE
           END-WRITE

           CLOSE SESSOES
           .
       P020-FIM.

       P940-LIBERA-BATCH.

           IF WS-CHAVE-LOTE EQUAL SPACE
              GO TO P940-FIM
           END-IF

           SET FS-SES-OK TO TRUE
           OPEN I-O SESSOES
           IF FS-SES-OK
              MOVE WS-CHAVE-LOTE TO CHAVE-SESSAO
              DELETE SESSOES RECORD
              CLOSE SESSOES
           END-IF
           .
       P940-FIM.

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

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P100-VERIFICA-TRILHA.

      * A ancora e lida antes da passada: registros gravados durante
      * a verificacao ficam alem dela e nao sao dados como excluidos.
           PERFORM P110-LE-ANCORA THRU P110-FIM

           MOVE ZERO TO WS-ANT-SEQUENCIA
           MOVE ZERO TO WS-ANT-CADEIA

           MOVE 'TIPO                   LOCAL     REG     SEQUENCIA'
              TO WS-LINHA-SPOOL
           MOVE 'DATA     PROGRAMA' TO WS-LINHA-SPOOL(60:17)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

      * Historicos do PROGAUDA, do ano mais antigo ao atual (os
      * anos sem arquivo sao pulados), e por ultimo o ativo.
           PERFORM VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
              UNTIL WS-ANO-HIST > WS-ANO-HOJE
              PERFORM P150-MONTA-NOME-HIST THRU P150-FIM
              MOVE SPACE TO WS-LOCAL
              STRING 'HIST '     DELIMITED BY SIZE
                     WS-ANO-HIST DELIMITED BY SIZE
                     INTO WS-LOCAL
              PERFORM P200-VERIFICA-ARQUIVO THRU P200-FIM
           END-PERFORM

           MOVE WS-CAMINHO-ATIVO TO WS-CAMINHO-AUDITORIA
           MOVE 'ATIVO' TO WS-LOCAL
           PERFORM P200-VERIFICA-ARQUIVO THRU P200-FIM

           PERFORM P280-CONFERE-ANCORA THRU P280-FIM
           .
       P100-FIM.

       P110-LE-ANCORA.

           MOVE 'N' TO WS-ANCORA-EXISTE
           MOVE 'N' TO WS-ANCORA-ACHADA
           MOVE ZERO TO WS-ANC-SEQUENCIA
           MOVE ZERO TO WS-ANC-CADEIA

           SET FS-EST-OK TO TRUE
           OPEN INPUT ESTADO
           IF WS-FS-EST EQUAL 35
              GO TO P110-FIM
           END-IF

           IF NOT FS-EST-OK
              DISPLAY 'ERRO AO ABRIR O ESTADO (ANCORA DA TRILHA).'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EST
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P110-FIM
           END-IF

           MOVE 'AUD-CADEIA' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VALOR-ESTADO TO WS-ANCORA
                    MOVE 'S' TO WS-ANCORA-EXISTE
           END-READ

           CLOSE ESTADO
           .
       P110-FIM.

       P150-MONTA-NOME-HIST.

      * Monta o nome HIST-AUDITORIA.AAAA.dat do ano, como no
      * PROGAUDA.
           MOVE WS-CAMINHO-HIST-BASE TO WS-CAMINHO-AUDITORIA

           MOVE ZERO TO WS-NOME-TAM
           PERFORM VARYING WS-NOME-TAM FROM 80 BY -1
              UNTIL WS-NOME-TAM < 1
                 OR WS-CAMINHO-AUDITORIA(WS-NOME-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           IF WS-NOME-TAM > 0 AND WS-NOME-TAM <= 71
              MOVE '.' TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 1:1)
              MOVE WS-ANO-HIST
                 TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 2:4)
              MOVE '.dat'
                 TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 6:4)
           END-IF
           .
       P150-FIM.

       P200-VERIFICA-ARQUIVO.

           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA

           IF WS-FS-AUD EQUAL 35
              IF WS-LOCAL EQUAL 'ATIVO'
                 DISPLAY 'ARQUIVO DE AUDITORIA ATIVO INEXISTENTE.'
              END-IF
              GO TO P200-FIM
           END-IF

           IF NOT FS-AUD-OK
              DISPLAY 'ERRO AO ABRIR ' WS-CAMINHO-AUDITORIA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUD
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P200-FIM
           END-IF

           ADD 1 TO WS-CONT-ARQUIVOS
           MOVE ZERO TO WS-ORDINAL

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUDITORIA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ORDINAL
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P250-CONFERE-REGISTRO THRU P250-FIM
              END-READ
           END-PERFORM

           CLOSE AUDITORIA
           .
       P200-FIM.

       P250-CONFERE-REGISTRO.

           IF AUD-SEQUENCIA NOT NUMERIC OR AUD-RESUMO NOT NUMERIC
              OR AUD-CADEIA NOT NUMERIC
              MOVE 'REGISTRO ILEGIVEL' TO WS-OCO-TIPO
              ADD 1 TO WS-CONT-ALTERADOS
              PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
              GO TO P250-FIM
           END-IF

      * Registro sem selo: gravado sem o PROGCADA, ou inserido por
      * fora dos programas. Nao entra na cadeia.
           IF AUD-SEQUENCIA EQUAL ZERO
              MOVE 'REGISTRO SEM SELO' TO WS-OCO-TIPO
              ADD 1 TO WS-CONT-SEM-SELO
              PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
              GO TO P250-FIM
           END-IF

           ADD 1 TO WS-CONT-SELADOS
           COMPUTE WS-SEQ-ESPERADA = WS-ANT-SEQUENCIA + 1

           IF AUD-SEQUENCIA GREATER THAN WS-SEQ-ESPERADA
              COMPUTE WS-QTD-AUSENTES =
                 AUD-SEQUENCIA - WS-SEQ-ESPERADA
              ADD WS-QTD-AUSENTES TO WS-CONT-EXCLUSOES
              MOVE 'EXCLUSAO (SEQ. SALTA)' TO WS-OCO-TIPO
              PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
              GO TO P250-RESSINCRONIZA
           END-IF

           IF AUD-SEQUENCIA LESS THAN WS-SEQ-ESPERADA
              ADD 1 TO WS-CONT-FORA-ORDEM
              MOVE 'SEQ. REPETIDA/RECUADA' TO WS-OCO-TIPO
              PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
              GO TO P250-RESSINCRONIZA
           END-IF

      * Imagens: o resumo gravado tem de bater com as imagens, salvo
      * nos registros anonimizados pelo expurgo LGPD.
           IF AUD-IMAGEM-EXPURGADA
              ADD 1 TO WS-CONT-EXPURGADOS
           ELSE
              PERFORM P510-CALCULA-RESUMO-IMAGENS THRU P510-FIM
              IF WS-CALC-RESUMO NOT EQUAL AUD-RESUMO
                 ADD 1 TO WS-CONT-IMAGENS
                 MOVE 'IMAGENS ALTERADAS' TO WS-OCO-TIPO
                 PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
              END-IF
           END-IF

           PERFORM P520-CALCULA-CADEIA THRU P520-FIM
           IF WS-CALC-CADEIA NOT EQUAL AUD-CADEIA
              ADD 1 TO WS-CONT-ALTERADOS
              MOVE 'REGISTRO ALTERADO' TO WS-OCO-TIPO
              PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
           END-IF
           .
       P250-RESSINCRONIZA.

      * Segue a partir do valor gravado: cada alteracao aparece uma
      * vez, e nao em todos os registros seguintes.
           MOVE AUD-SEQUENCIA TO WS-ANT-SEQUENCIA
           MOVE AUD-CADEIA    TO WS-ANT-CADEIA

           IF ANCORA-EXISTE-OK AND
              AUD-SEQUENCIA EQUAL WS-ANC-SEQUENCIA
              MOVE 'S' TO WS-ANCORA-ACHADA
              MOVE AUD-CADEIA TO WS-CADEIA-NA-ANCORA
           END-IF
           .
       P250-FIM.

       P260-REGISTRA-OCORRENCIA.

           ADD 1 TO WS-CONT-OCORRENCIAS

           MOVE WS-OCO-TIPO TO WS-LO-TIPO
           MOVE WS-LOCAL    TO WS-LO-LOCAL
           MOVE WS-ORDINAL  TO WS-LO-ORDINAL
           MOVE ZERO        TO WS-LO-SEQUENCIA
           IF AUD-SEQUENCIA NUMERIC
              MOVE AUD-SEQUENCIA TO WS-LO-SEQUENCIA
           END-IF
           MOVE ZERO TO WS-LO-DATA
           IF AUD-DATA NUMERIC
              MOVE AUD-DATA TO WS-LO-DATA
           END-IF
           MOVE AUD-PROGRAMA TO WS-LO-PROGRAMA

           IF WS-CONT-OCORRENCIAS EQUAL 1
              MOVE WS-OCO-TIPO     TO WS-PRI-TIPO
              MOVE WS-LOCAL        TO WS-PRI-LOCAL
              MOVE WS-ORDINAL      TO WS-PRI-ORDINAL
              MOVE WS-LO-SEQUENCIA TO WS-PRI-SEQUENCIA
              MOVE WS-LO-DATA      TO WS-PRI-DATA
              MOVE ZERO            TO WS-PRI-HORA
              IF AUD-HORA NUMERIC
                 MOVE AUD-HORA TO WS-PRI-HORA
              END-IF
              MOVE AUD-PROGRAMA    TO WS-PRI-PROGRAMA
           END-IF

           IF WS-CONT-OCORRENCIAS NOT GREATER THAN WS-MAX-TELA
              DISPLAY WS-LINHA-OCORRENCIA
           END-IF

           MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P260-FIM.

       P280-CONFERE-ANCORA.

      * Sem a ancora, a trilha ainda nao foi selada (ou a chave foi
      * apagada do ESTADO, o que so se sabe havendo registro selado).
           IF NOT ANCORA-EXISTE-OK
              IF WS-CONT-SELADOS GREATER THAN ZERO
                 MOVE 'ANCORA AUSENTE' TO WS-OCO-TIPO
                 PERFORM P270-OCORRENCIA-ANCORA THRU P270-FIM
              END-IF
              GO TO P280-FIM
           END-IF

      * Ultimos registros excluidos: a cadeia nao chega a sequencia
      * da ancora.
           IF WS-ANT-SEQUENCIA LESS THAN WS-ANC-SEQUENCIA
              COMPUTE WS-QTD-AUSENTES =
                 WS-ANC-SEQUENCIA - WS-ANT-SEQUENCIA
              ADD WS-QTD-AUSENTES TO WS-CONT-EXCLUSOES
              MOVE 'EXCLUSAO NO FINAL' TO WS-OCO-TIPO
              PERFORM P270-OCORRENCIA-ANCORA THRU P270-FIM
              GO TO P280-FIM
           END-IF

           IF NOT ANCORA-ACHADA-OK OR
              WS-CADEIA-NA-ANCORA NOT EQUAL WS-ANC-CADEIA
              ADD 1 TO WS-CONT-ALTERADOS
              MOVE 'ANCORA DIVERGENTE' TO WS-OCO-TIPO
              PERFORM P270-OCORRENCIA-ANCORA THRU P270-FIM
           END-IF
           .
       P280-FIM.

       P270-OCORRENCIA-ANCORA.

      * Ocorrencia sem registro lido: a posicao e a da ancora.
           MOVE SPACE TO REG-AUDITORIA
           MOVE WS-ANC-SEQUENCIA TO AUD-SEQUENCIA
           MOVE ZERO TO AUD-DATA
           MOVE ZERO TO AUD-HORA
           MOVE 'ESTADO' TO WS-LOCAL
           MOVE ZERO TO WS-ORDINAL
           PERFORM P260-REGISTRA-OCORRENCIA THRU P260-FIM
           .
       P270-FIM.

       P300-RESUMO.

           DISPLAY ' '
           DISPLAY 'RESUMO DA VERIFICACAO DA TRILHA DE AUDITORIA'
           DISPLAY 'ARQUIVOS LIDOS:            ' WS-CONT-ARQUIVOS
           DISPLAY 'REGISTROS LIDOS:           ' WS-CONT-LIDOS
           DISPLAY 'REGISTROS SELADOS:         ' WS-CONT-SELADOS
           DISPLAY 'REGISTROS SEM SELO:        ' WS-CONT-SEM-SELO
           DISPLAY 'IMAGENS EXPURGADAS (LGPD): ' WS-CONT-EXPURGADOS
           DISPLAY 'REGISTROS EXCLUIDOS:       ' WS-CONT-EXCLUSOES
           DISPLAY 'SEQUENCIA FORA DE ORDEM:   ' WS-CONT-FORA-ORDEM
           DISPLAY 'REGISTROS ALTERADOS:       ' WS-CONT-ALTERADOS
           DISPLAY 'IMAGENS ALTERADAS:         ' WS-CONT-IMAGENS
           IF ANCORA-EXISTE-OK
              DISPLAY 'ULTIMA SEQUENCIA (ANCORA): ' WS-ANC-SEQUENCIA
           ELSE
              DISPLAY 'TRILHA AINDA NAO SELADA (ANCORA INEXISTENTE).'
           END-IF

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'LIDOS '            DELIMITED BY SIZE
                  WS-CONT-LIDOS       DELIMITED BY SIZE
                  ' SELADOS '         DELIMITED BY SIZE
                  WS-CONT-SELADOS     DELIMITED BY SIZE
                  ' SEM SELO '        DELIMITED BY SIZE
                  WS-CONT-SEM-SELO    DELIMITED BY SIZE
                  ' EXPURGADOS '      DELIMITED BY SIZE
                  WS-CONT-EXPURGADOS  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'EXCLUIDOS '        DELIMITED BY SIZE
                  WS-CONT-EXCLUSOES   DELIMITED BY SIZE
                  ' FORA DE ORDEM '   DELIMITED BY SIZE
                  WS-CONT-FORA-ORDEM  DELIMITED BY SIZE
                  ' ALTERADOS '       DELIMITED BY SIZE
                  WS-CONT-ALTERADOS   DELIMITED BY SIZE
                  ' IMAGENS '         DELIMITED BY SIZE
                  WS-CONT-IMAGENS     DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           IF WS-CONT-OCORRENCIAS GREATER THAN WS-MAX-TELA
              DISPLAY '(SOMENTE AS ' WS-MAX-TELA ' PRIMEIRAS '
                      'OCORRENCIAS NA TELA; TODAS NO RELATORIO.)'
           END-IF

           IF FALHA-TECNICA-OK
              DISPLAY 'VERIFICACAO INCOMPLETA: ARQUIVO INDISPONIVEL.'
              MOVE 'VERIFICACAO INCOMPLETA: ARQUIVO INDISPONIVEL.'
                 TO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           IF WS-CONT-EXCLUSOES EQUAL ZERO AND
              WS-CONT-FORA-ORDEM EQUAL ZERO AND
              WS-CONT-ALTERADOS EQUAL ZERO AND
              WS-CONT-IMAGENS EQUAL ZERO
              IF NOT FALHA-TECNICA-OK
                 DISPLAY 'TRILHA INTEGRA.'
                 MOVE 'TRILHA INTEGRA.' TO WS-LINHA-SPOOL
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           ELSE
              DISPLAY 'TRILHA QUEBRADA. PRIMEIRA POSICAO COM PROBLEMA:'
              DISPLAY '  ' WS-PRI-TIPO ' EM ' WS-PRI-LOCAL
                      ' REGISTRO ' WS-PRI-ORDINAL
                      ' SEQUENCIA ' WS-PRI-SEQUENCIA
              DISPLAY '  GRAVADO EM ' WS-PRI-DATA ' ' WS-PRI-HORA
                      ' POR ' WS-PRI-PROGRAMA
              STRING 'PRIMEIRA QUEBRA: '  DELIMITED BY SIZE
                     WS-PRI-TIPO          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-PRI-LOCAL         DELIMITED BY SIZE
                     ' REG '              DELIMITED BY SIZE
                     WS-PRI-ORDINAL       DELIMITED BY SIZE
                     ' SEQ '              DELIMITED BY SIZE
                     WS-PRI-SEQUENCIA     DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM

              MOVE 'ALERTA' TO WS-CHAVE-EST
              MOVE 'TRILHA AUD QUEBRADA' TO WS-VALOR-EST
              PERFORM P870-GRAVA-ESTADO THRU P870-FIM
           END-IF

           MOVE 'VERIFICA'   TO AUD-OPERACAO
           MOVE 'AUDITORIA'  TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'LIDOS '           DELIMITED BY SIZE
                  WS-CONT-LIDOS      DELIMITED BY SIZE
                  ' OCORRENCIAS '    DELIMITED BY SIZE
                  WS-CONT-OCORRENCIAS DELIMITED BY SIZE
                  ' PRIMEIRA '       DELIMITED BY SIZE
                  WS-PRI-TIPO        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PRI-LOCAL       DELIMITED BY SIZE
                  ' SEQ '            DELIMITED BY SIZE
                  WS-PRI-SEQUENCIA   DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P300-FIM.

       P510-CALCULA-RESUMO-IMAGENS.

           MOVE SPACE TO WS-RES-TEXTO
           MOVE AUD-VALOR-ANTES  TO WS-RES-TEXTO(1:200)
           MOVE AUD-VALOR-DEPOIS TO WS-RES-TEXTO(201:200)
           MOVE 400  TO WS-RES-TAM
           MOVE ZERO TO WS-RES-INICIAL
           PERFORM P500-CALCULA-RESUMO THRU P500-FIM
           MOVE WS-RES-VALOR TO WS-CALC-RESUMO
           .
       P510-FIM.

       P520-CALCULA-CADEIA.

      * Encadeia a partir do registro anterior usando o resumo
      * GRAVADO: imagem alterada aparece no resumo, e resumo alterado
      * aparece aqui.
           MOVE REG-AUDITORIA(1:99) TO WS-BL-CABECALHO
           MOVE AUD-MOTIVO          TO WS-BL-MOTIVO
           MOVE AUD-RESPONSAVEL     TO WS-BL-RESPONSAVEL
           MOVE AUD-SEQUENCIA       TO WS-BL-SEQUENCIA
           MOVE AUD-RESUMO          TO WS-BL-RESUMO

           MOVE SPACE TO WS-RES-TEXTO
           MOVE WS-BLOCO TO WS-RES-TEXTO(1:166)
           MOVE 166 TO WS-RES-TAM
           MOVE WS-ANT-CADEIA TO WS-RES-INICIAL
           PERFORM P500-CALCULA-RESUMO THRU P500-FIM
           MOVE WS-RES-VALOR TO WS-CALC-CADEIA
           .
       P520-FIM.

       P500-CALCULA-RESUMO.

      * Mesmo calculo do P500 do PROGCADA: qualquer mudanca aqui tem
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

       P600-SELA-TRILHA-ANTIGA.

      * Selagem unica: a trilha gravada antes do encadeamento (registro
      * de 539 posicoes) e regravada no layout atual, numerada e
      * encadeada na ordem historicos -> ativo, e a ancora e criada.
      * So roda enquanto nao houver ancora, isto e, antes de qualquer
      * gravacao selada. Ao final registra a versao VER-AUDIT, que o
      * PROGVERS exige para liberar os modulos.
           DISPLAY ' '
           DISPLAY 'SELAGEM DA TRILHA GRAVADA NO LAYOUT ANTERIOR'

           IF LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A DIRECAO.'
              GO TO P600-FIM
           END-IF

           PERFORM P110-LE-ANCORA THRU P110-FIM
           IF FALHA-TECNICA-OK
              GO TO P600-FIM
           END-IF
      * Trilha ja selada sem a versao no CONTROLE (ancora aberta
      * antes do registro da versao): so registra.
           IF ANCORA-EXISTE-OK
              DISPLAY 'TRILHA JA SELADA (ULTIMA SEQUENCIA '
                      WS-ANC-SEQUENCIA '). NADA A CONVERTER.'
              PERFORM P880-REGISTRA-VERSAO THRU P880-FIM
              GO TO P600-FIM
           END-IF

           ACCEPT WS-SENHA-EXCLUSAO FROM ENVIRONMENT 'EXCLUSAO_SENHA'
              ON EXCEPTION MOVE '1234' TO WS-SENHA-EXCLUSAO
           END-ACCEPT

           DISPLAY 'ESTA OPERACAO EXIGE AUTORIZACAO.'
           DISPLAY 'Informe a senha de autorizacao: '
           ACCEPT WS-SENHA-INFORMADA

           IF WS-SENHA-INFORMADA NOT EQUAL WS-SENHA-EXCLUSAO
              DISPLAY 'ACESSO NEGADO. SELAGEM CANCELADA.'
              GO TO P600-FIM
           END-IF

           DISPLAY 'O ARQUIVO DE AUDITORIA E OS HISTORICOS SERAO '
                   'REGRAVADOS NO LAYOUT SELADO.'
           DISPLAY 'TECLE <S> para selar ou <QUALQUER TECLA> '
                   'para cancelar: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'SELAGEM CANCELADA.'
              GO TO P600-FIM
           END-IF

      * Os arquivos sao regravados: nenhuma gravacao online pode
      * cair no meio, como na conversao do PROGCHAV.
           PERFORM P020-GUARDA-BATCH THRU P020-FIM
           IF BATCH-BLOQUEADO-OK
              GO TO P600-FIM
           END-IF

           MOVE ZERO TO WS-ANT-SEQUENCIA
           MOVE ZERO TO WS-ANT-CADEIA
           MOVE ZERO TO WS-CONV-LIDOS
           MOVE ZERO TO WS-CONV-GRAVADOS

           PERFORM VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
              UNTIL WS-ANO-HIST > WS-ANO-HOJE OR FALHA-TECNICA-OK
              PERFORM P150-MONTA-NOME-HIST THRU P150-FIM
              PERFORM P650-SELA-ARQUIVO THRU P650-FIM
           END-PERFORM

           IF NOT FALHA-TECNICA-OK
              MOVE WS-CAMINHO-ATIVO TO WS-CAMINHO-AUDITORIA
              PERFORM P650-SELA-ARQUIVO THRU P650-FIM
           END-IF

           IF FALHA-TECNICA-OK
              DISPLAY 'SELAGEM INTERROMPIDA. ANCORA NAO GRAVADA; '
                      'OS ARQUIVOS JA REGRAVADOS ESTAO NO LAYOUT NOVO.'
              PERFORM P940-LIBERA-BATCH THRU P940-FIM
              GO TO P600-FIM
           END-IF

           MOVE WS-ANT-SEQUENCIA TO WS-ANC-SEQUENCIA
           MOVE WS-ANT-CADEIA    TO WS-ANC-CADEIA
           MOVE 'AUD-CADEIA'     TO WS-CHAVE-EST
           MOVE WS-ANCORA        TO WS-VALOR-EST
           PERFORM P870-GRAVA-ESTADO THRU P870-FIM

           PERFORM P880-REGISTRA-VERSAO THRU P880-FIM

           DISPLAY ' '
           DISPLAY 'RESUMO DA SELAGEM DA TRILHA'
           DISPLAY 'REGISTROS LIDOS:    ' WS-CONV-LIDOS
           DISPLAY 'REGISTROS SELADOS:  ' WS-CONV-GRAVADOS
           DISPLAY 'ULTIMA SEQUENCIA:   ' WS-ANT-SEQUENCIA

           MOVE 'SELAGEM'    TO AUD-OPERACAO
           MOVE 'AUDITORIA'  TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'LIDOS '          DELIMITED BY SIZE
                  WS-CONV-LIDOS     DELIMITED BY SIZE
                  ' SELADOS '       DELIMITED BY SIZE
                  WS-CONV-GRAVADOS  DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           PERFORM P940-LIBERA-BATCH THRU P940-FIM
           .
       P600-FIM.

       P650-SELA-ARQUIVO.

      * Primeira passada: layout antigo -> temporario no layout novo
      * (campos do selo zerados); segunda: temporario -> arquivo
      * regravado, numerando e encadeando registro a registro.
           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUD-ANTIGA
           IF WS-FS-AUD EQUAL 35
              GO TO P650-FIM
           END-IF

           IF NOT FS-AUD-OK
              DISPLAY 'ERRO AO ABRIR ' WS-CAMINHO-AUDITORIA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUD
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P650-FIM
           END-IF

           SET FS-TMP-OK TO TRUE
           OPEN OUTPUT AUD-TEMP
           IF NOT FS-TMP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO TEMPORARIO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TMP
              CLOSE AUD-ANTIGA
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P650-FIM
           END-IF

           MOVE ZERO TO WS-CONV-ARQ-LIDOS
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUD-ANTIGA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONV-ARQ-LIDOS
                    MOVE SPACE TO REG-AUD-TEMP
                    MOVE REG-AUD-ANTIGA TO REG-AUD-TEMP(1:539)
                    MOVE ZERO TO REG-AUD-TEMP(540:45)
                    WRITE REG-AUD-TEMP
              END-READ
           END-PERFORM

           CLOSE AUD-TEMP
           CLOSE AUD-ANTIGA
           ADD WS-CONV-ARQ-LIDOS TO WS-CONV-LIDOS

           SET FS-TMP-OK TO TRUE
           OPEN INPUT AUD-TEMP
           IF NOT FS-TMP-OK
              DISPLAY 'ERRO AO RELER O ARQUIVO TEMPORARIO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TMP
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P650-FIM
           END-IF

           SET FS-AUD-OK TO TRUE
           OPEN OUTPUT AUDITORIA
           IF NOT FS-AUD-OK
              DISPLAY 'ERRO AO REGRAVAR ' WS-CAMINHO-AUDITORIA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUD
              DISPLAY 'OS REGISTROS ESTAO PRESERVADOS EM '
                      WS-CAMINHO-AUD-TEMP
              CLOSE AUD-TEMP
              MOVE 'S' TO WS-FALHA-TECNICA
              GO TO P650-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUD-TEMP INTO REG-AUDITORIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    COMPUTE AUD-SEQUENCIA = WS-ANT-SEQUENCIA + 1
                    MOVE SPACE TO AUD-EXPURGO
                    PERFORM P510-CALCULA-RESUMO-IMAGENS THRU P510-FIM
                    MOVE WS-CALC-RESUMO TO AUD-RESUMO
                    PERFORM P520-CALCULA-CADEIA THRU P520-FIM
                    MOVE WS-CALC-CADEIA TO AUD-CADEIA
                    WRITE REG-AUDITORIA
                    MOVE AUD-SEQUENCIA TO WS-ANT-SEQUENCIA
                    MOVE AUD-CADEIA    TO WS-ANT-CADEIA
                    ADD 1 TO WS-CONV-GRAVADOS
              END-READ
           END-PERFORM

           CLOSE AUDITORIA
           CLOSE AUD-TEMP

           DISPLAY 'SELADO: ' WS-CAMINHO-AUDITORIA
           DISPLAY '        ' WS-CONV-ARQ-LIDOS ' REGISTROS.'
           .
       P650-FIM.

       P870-GRAVA-ESTADO.

           SET FS-EST-OK TO TRUE
           OPEN I-O ESTADO

           IF WS-FS-EST EQUAL 35
              OPEN OUTPUT ESTADO
              CLOSE ESTADO
              OPEN I-O ESTADO
           END-IF

           IF FS-EST-OK
              MOVE WS-CHAVE-EST TO CHAVE-ESTADO
              READ ESTADO
                 KEY IS CHAVE-ESTADO
                    INVALID KEY
                       MOVE WS-CHAVE-EST TO CHAVE-ESTADO
                       MOVE WS-VALOR-EST TO VALOR-ESTADO
                       WRITE REG-ESTADO
                    NOT INVALID KEY
                       MOVE WS-VALOR-EST TO VALOR-ESTADO
                       REWRITE REG-ESTADO
              END-READ
           ELSE
              DISPLAY 'ERRO AO GRAVAR O ESTADO OPERACIONAL.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EST
           END-IF

           CLOSE ESTADO
           .
       P870-FIM.

       P880-REGISTRA-VERSAO.

      * Mesmo registro do P550 do PROGMIGR, na chave VER-AUDIT.
           SET FS-CTL-OK TO TRUE
           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF NOT FS-CTL-OK
              DISPLAY 'ERRO AO REGISTRAR A VERSAO NO CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
              GO TO P880-FIM
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

           IF NOT FS-CTL-OK AND WS-FS-CTL NOT EQUAL 02
              DISPLAY 'ERRO AO REGISTRAR A VERSAO NO CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
           ELSE
              DISPLAY 'VERSAO ' WS-VL-AUDITORIA
                      ' DA AUDITORIA REGISTRADA NO CONTROLE.'
           END-IF

           CLOSE CONTROLE
           .
       P880-FIM.

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
              MOVE 'LOTE' TO AUD-TERMINAL
           END-IF

           MOVE 'PROGCADV' TO AUD-PROGRAMA
           MOVE SPACE TO AUD-MOTIVO
           MOVE SPACE TO AUD-RESPONSAVEL
           MOVE WS-CAMINHO-ATIVO TO WS-CAMINHO-AUDITORIA

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
       END PROGRAM PROGCADV.
