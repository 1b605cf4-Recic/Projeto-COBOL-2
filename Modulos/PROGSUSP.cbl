      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Relatorio de excecoes das alteracoes de nota: varre a
      *          trilha de AUDITORIA do periodo (alteracoes, segunda
      *          chamada, recuperacao paralela e pendencias de
      *          NOTA-PEND aprovadas) e aponta, por regra, as
      *          alteracoes suspeitas: R1 feita com periodo do ano
      *          letivo reaberto apos o fechamento (PERIODOS), R2
      *          REPROVADO para APROVADO sem registro do Conselho de
      *          Classe, R3 o mesmo registro de NOTAS alterado varias
      *          vezes, R4 operador com o mesmo sobrenome do aluno e
      *          R5 alteracao nos dias que antecedem a segunda etapa do
      *          Censo. Cada achado sai no spool com as imagens antes e
      *          depois e os operadores. Na execucao mensal sem
      *          operador (SUSP_MODO=LOTE) o periodo e o mes anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSUSP.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT NOTA-PEND ASSIGN TO
           WS-CAMINHO-NOTA-PEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-PENDENTE
           FILE STATUS IS WS-FS-PEN.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS-PER.

           SELECT REVISAO ASSIGN TO
           WS-CAMINHO-REVISAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-REVISAO
           FILE STATUS IS WS-FS-REV.

           SELECT USUARIOS ASSIGN TO
           WS-CAMINHO-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY LOGIN-USUARIO
           FILE STATUS IS WS-FS-USU.

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

       FD  NOTA-PEND.
           COPY FD-NOTA-PEND.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  REVISAO.
           COPY FD-REVISAO.

       FD  USUARIOS.
           COPY FD-USUARIOS.

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
       01  WS-CAMINHO-NOTA-PEND              PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-REVISAO                PIC X(80).
       01  WS-CAMINHO-USUARIOS               PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-PEN                         PIC 99.
           88 FS-PEN-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-REV                         PIC 99.
           88 FS-REV-OK                      VALUE 0.

       77  WS-FS-USU                         PIC 99.
           88 FS-USU-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-CONFIRMA                       PIC X.

       77  WS-MODO-EXEC                      PIC X(04) VALUE SPACE.
           88 MODO-LOTE                      VALUE 'LOTE'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

      * Parametros: periodo das alteracoes, data da segunda etapa do
      * Censo com a janela em dias que a antecede e o numero de
      * alteracoes do mesmo registro que ja e suspeito.
       01  WS-DATA-HOJE.
           03 WS-HOJE-ANO                    PIC 9(04).
           03 WS-HOJE-MES                    PIC 9(02).
           03 WS-HOJE-DIA                    PIC 9(02).
       01  WS-DATA-INI                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-INI.
           03 WS-INI-ANO                     PIC 9(04).
           03 WS-INI-MES                     PIC 9(02).
           03 WS-INI-DIA                     PIC 9(02).
       77  WS-DATA-FIM                       PIC 9(08) VALUE ZERO.
       77  WS-DATA-CENSO                     PIC 9(08) VALUE ZERO.
       77  WS-DIAS-CENSO                     PIC 9(03) VALUE ZERO.
       77  WS-LIMITE-REPETE                  PIC 9(02) VALUE ZERO.
       77  WS-DIF-DIAS                       PIC S9(07) VALUE ZERO.

      * Alteracao de nota lida na trilha.
       77  WS-E-ALTERACAO                    PIC X VALUE 'N'.
           88 E-ALTERACAO-OK                 VALUE 'S' FALSE 'N'.
       77  WS-ID-ALTERADO                    PIC 9(05) VALUE ZERO.
       77  WS-MOTIVO-ALT                     PIC X(40) VALUE SPACE.
       77  WS-SOLICITANTE                    PIC X(20) VALUE SPACE.
       77  WS-CONT                           PIC 9(03) VALUE ZERO.

       01  WS-IMG-ANTES.
           03 WS-ANT-ID                      PIC 9(05).
           03 WS-ANT-NM                      PIC X(20).
           03 WS-ANT-DISC                    PIC X(20).
           03 WS-ANT-IDDISC                  PIC 9(05).
           03 WS-ANT-MD                      PIC 9(02)V99.
           03 WS-ANT-REC                     PIC 9(02)V99.
           03 WS-ANT-ST                      PIC X(10).
           03 WS-ANT-ANO                     PIC 9(04).
           03 WS-ANT-FREQ                    PIC 9(03)V99.
           03 WS-ANT-NT OCCURS 6 TIMES       PIC 9(02)V99.

       01  WS-IMG-DEPOIS.
           03 WS-DEP-ID                      PIC 9(05).
           03 WS-DEP-NM                      PIC X(20).
           03 WS-DEP-DISC                    PIC X(20).
           03 WS-DEP-IDDISC                  PIC 9(05).
           03 WS-DEP-MD                      PIC 9(02)V99.
           03 WS-DEP-REC                     PIC 9(02)V99.
           03 WS-DEP-ST                      PIC X(10).
           03 WS-DEP-ANO                     PIC 9(04).
           03 WS-DEP-FREQ                    PIC 9(03)V99.
           03 WS-DEP-NT OCCURS 6 TIMES       PIC 9(02)V99.

       01  WS-IMG-TRAB.
           03 WS-IMG-ID                      PIC 9(05).
           03 WS-IMG-NM                      PIC X(20).
           03 WS-IMG-DISC                    PIC X(20).
           03 WS-IMG-IDDISC                  PIC 9(05).
           03 WS-IMG-MD                      PIC 9(02)V99.
           03 WS-IMG-REC                     PIC 9(02)V99.
           03 WS-IMG-ST                      PIC X(10).
           03 WS-IMG-ANO                     PIC 9(04).
           03 WS-IMG-FREQ                    PIC 9(03)V99.
           03 WS-IMG-NT OCCURS 6 TIMES       PIC 9(02)V99.
       77  WS-IMG-ROTULO                     PIC X(07) VALUE SPACE.

      * Regras atingidas pela alteracao.
       77  WS-R1                             PIC X VALUE 'N'.
           88 R1-OK                          VALUE 'S' FALSE 'N'.
       77  WS-R2                             PIC X VALUE 'N'.
           88 R2-OK                          VALUE 'S' FALSE 'N'.
       77  WS-R3                             PIC X VALUE 'N'.
           88 R3-OK                          VALUE 'S' FALSE 'N'.
       77  WS-R4                             PIC X VALUE 'N'.
           88 R4-OK                          VALUE 'S' FALSE 'N'.
       77  WS-R5                             PIC X VALUE 'N'.
           88 R5-OK                          VALUE 'S' FALSE 'N'.
       77  WS-CONSELHO                       PIC X VALUE 'N'.
           88 CONSELHO-OK                    VALUE 'S' FALSE 'N'.
       77  WS-REGRAS                         PIC X(15) VALUE SPACE.
       77  WS-REGRAS-PTR                     PIC 9(02) VALUE ZERO.

      * Contadores do resumo.
       77  WS-QTD-ALTERACOES                 PIC 9(05) VALUE ZERO.
       77  WS-QTD-ACHADOS                    PIC 9(05) VALUE ZERO.
       77  WS-QTD-R1                         PIC 9(05) VALUE ZERO.
       77  WS-QTD-R2                         PIC 9(05) VALUE ZERO.
       77  WS-QTD-R3                         PIC 9(05) VALUE ZERO.
       77  WS-QTD-R4                         PIC 9(05) VALUE ZERO.
       77  WS-QTD-R5                         PIC 9(05) VALUE ZERO.
       77  WS-QTD-ED                         PIC ZZZZ9.

      * Alteracoes por registro de NOTAS no periodo (regra R3).
       77  WS-CT-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-CT-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-CT-ACHADO                      PIC 9(04) VALUE ZERO.
       01  WS-TAB-CONTAGEM.
           03 WS-CT-ITEM OCCURS 2000 TIMES.
              05 WS-CT-ID                    PIC 9(05).
              05 WS-CT-VEZES                 PIC 9(03).

      * Periodos letivos: situacao atual em PERIODOS e estado da
      * reabertura reconstituido pela trilha (regra R1).
       77  WS-PE-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-PE-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-PE-ACHADO                      PIC 9(03) VALUE ZERO.
       77  WS-PE-CHAVE                       PIC X(06) VALUE SPACE.
       01  WS-TAB-PERIODOS.
           03 WS-PE-ITEM OCCURS 200 TIMES.
              05 WS-PE-CHAVE-TAB             PIC X(06).
              05 FILLER REDEFINES WS-PE-CHAVE-TAB.
                 07 WS-PE-ANO                PIC 9(04).
                 07 WS-PE-TRIM               PIC 9(02).
              05 WS-PE-REABERTO              PIC X(01).
              05 WS-PE-DT-REAB               PIC 9(08).
              05 WS-PE-OPER-REAB             PIC X(20).
              05 WS-PE-MOT-REAB              PIC X(20).
              05 WS-PE-REAB-ATUAL            PIC X(01).
              05 WS-PE-DT-ATUAL              PIC 9(08).
              05 WS-PE-OPER-ATUAL            PIC X(20).
              05 WS-PE-MOT-ATUAL             PIC X(20).
       77  WS-R1-TRIM                        PIC 9(02) VALUE ZERO.
       77  WS-R1-DATA                        PIC 9(08) VALUE ZERO.
       77  WS-R1-OPER                        PIC X(20) VALUE SPACE.
       77  WS-R1-MOTIVO                      PIC X(20) VALUE SPACE.

      * Revisoes de resultado deferidas pelo conselho (regra R2).
       77  WS-RV-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-RV-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-REVISOES.
           03 WS-RV-ID OCCURS 500 TIMES      PIC 9(05).

      * Sobrenome: ultima palavra do nome (regra R4).
       77  WS-NOME-AUX                       PIC X(20) VALUE SPACE.
       77  WS-SOBRENOME                      PIC X(20) VALUE SPACE.
       77  WS-SOBRENOME-ALUNO                PIC X(20) VALUE SPACE.
       77  WS-SOBRENOME-OPER                 PIC X(20) VALUE SPACE.
       77  WS-LOGIN-AUX                      PIC X(20) VALUE SPACE.
       77  WS-R4-OPER                        PIC X(20) VALUE SPACE.
       77  WS-POS-FIM                        PIC 9(02) VALUE ZERO.
       77  WS-POS-INI                        PIC 9(02) VALUE ZERO.

       77  WS-NOTA-ED                        PIC Z9,99.
       77  WS-FREQ-ED                        PIC ZZ9,99.
       77  WS-NT-IDX                         PIC 9(01) VALUE ZERO.
       77  WS-COL                            PIC 9(02) VALUE ZERO.

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
           MOVE 'S' TO WS-VL-USA-USUARIOS
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
           DISPLAY 'ALTERACOES DE NOTA SUSPEITAS'
           DISPLAY '***************************************************'

      * Execucao mensal sem operador: periodo = mes anterior, data do
      * Censo e limites pelas variaveis SUSP_*.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'SUSP_MODO'
              ON EXCEPTION MOVE SPACE TO WS-MODO-EXEC
           END-ACCEPT

           IF NOT MODO-LOTE
              IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
                 DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
                 PERFORM P950-FIM
              END-IF
           END-IF

           PERFORM P020-PARAMETROS THRU P020-FIM
           IF WS-DATA-INI EQUAL ZERO
              PERFORM P950-FIM
           END-IF

           PERFORM P100-CARREGA-PERIODOS THRU P100-FIM
           PERFORM P110-CARREGA-REVISOES THRU P110-FIM
           PERFORM P200-CONTA-ALTERACOES THRU P200-FIM
           PERFORM P300-ANALISA THRU P300-FIM

           IF WS-QTD-ALTERACOES GREATER THAN ZERO OR
              WS-QTD-ACHADOS GREATER THAN ZERO
              MOVE 'CONSULTA'  TO AUD-OPERACAO
              MOVE 'AUDITORIA' TO AUD-ARQUIVO
              MOVE SPACE       TO AUD-CHAVE
              MOVE WS-DATA-INI TO AUD-CHAVE(1:8)
              MOVE SPACE       TO AUD-VALOR-ANTES
              MOVE SPACE       TO AUD-VALOR-DEPOIS
              STRING 'ALTERACOES DE NOTA SUSPEITAS '
                                      DELIMITED BY SIZE
                     WS-DATA-INI      DELIMITED BY SIZE
                     ' A '            DELIMITED BY SIZE
                     WS-DATA-FIM      DELIMITED BY SIZE
                     ' ACHADOS '      DELIMITED BY SIZE
                     WS-QTD-ACHADOS   DELIMITED BY SIZE
                     INTO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTA-PEND FROM ENVIRONMENT
              'NOTA_PEND_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTA-PEND.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTA-PEND
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-REVISAO FROM ENVIRONMENT 'REVISAO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REVISAO.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-REVISAO
           END-ACCEPT

           ACCEPT WS-CAMINHO-USUARIOS FROM ENVIRONMENT 'USUARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'USUARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-USUARIOS
           END-ACCEPT
           .
       P010-FIM.

       P020-PARAMETROS.

      * Periodo padrao: o mes anterior ao corrente.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-HOJE-ANO TO WS-INI-ANO
           IF WS-HOJE-MES EQUAL 1
              SUBTRACT 1 FROM WS-INI-ANO
              MOVE 12 TO WS-INI-MES
           ELSE
              COMPUTE WS-INI-MES = WS-HOJE-MES - 1
           END-IF
           MOVE 1 TO WS-INI-DIA
           MOVE WS-DATA-INI TO WS-DATA-FIM
           MOVE 31 TO WS-DATA-FIM(7:2)

           MOVE 10 TO WS-DIAS-CENSO
           MOVE 3 TO WS-LIMITE-REPETE

           ACCEPT WS-DATA-CENSO FROM ENVIRONMENT 'CENSO_DATA_ETAPA2'
              ON EXCEPTION MOVE ZERO TO WS-DATA-CENSO
           END-ACCEPT
           IF WS-DATA-CENSO NOT NUMERIC
              MOVE ZERO TO WS-DATA-CENSO
           END-IF

           IF MODO-LOTE
              ACCEPT WS-DIAS-CENSO FROM ENVIRONMENT 'SUSP_DIAS_CENSO'
                 ON EXCEPTION MOVE 10 TO WS-DIAS-CENSO
              END-ACCEPT
              ACCEPT WS-LIMITE-REPETE FROM ENVIRONMENT
                 'SUSP_LIMITE_ALTERACOES'
                 ON EXCEPTION MOVE 3 TO WS-LIMITE-REPETE
              END-ACCEPT
              IF WS-DIAS-CENSO NOT NUMERIC
                 MOVE 10 TO WS-DIAS-CENSO
              END-IF
              IF WS-LIMITE-REPETE NOT NUMERIC OR
                 WS-LIMITE-REPETE < 2
                 MOVE 3 TO WS-LIMITE-REPETE
              END-IF
              GO TO P020-FIM
           END-IF

           DISPLAY 'Periodo padrao: ' WS-DATA-INI ' a ' WS-DATA-FIM
           DISPLAY 'TECLE: <S> para usar o periodo padrao ou '
                   '<QUALQUER TECLA> para informar outro: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'Informe a data inicial (AAAAMMDD): '
              ACCEPT WS-DATA-INI
              DISPLAY 'Informe a data final (AAAAMMDD): '
              ACCEPT WS-DATA-FIM
              IF WS-DATA-INI NOT NUMERIC OR WS-DATA-FIM NOT NUMERIC
                 OR WS-DATA-INI EQUAL ZERO
                 OR WS-DATA-FIM < WS-DATA-INI
                 DISPLAY 'PERIODO INVALIDO. RELATORIO CANCELADO.'
                 MOVE ZERO TO WS-DATA-INI
                 GO TO P020-FIM
              END-IF
           END-IF

           IF WS-DATA-CENSO EQUAL ZERO
              DISPLAY 'Informe a data da segunda etapa do Censo '
                      '(AAAAMMDD, zero para nao avaliar): '
              ACCEPT WS-DATA-CENSO
              IF WS-DATA-CENSO NOT NUMERIC
                 MOVE ZERO TO WS-DATA-CENSO
              END-IF
           END-IF

           IF WS-DATA-CENSO NOT EQUAL ZERO
              DISPLAY 'Informe quantos dias antes do Censo avaliar '
                      '(zero = 10): '
              ACCEPT WS-DIAS-CENSO
              IF WS-DIAS-CENSO NOT NUMERIC OR
                 WS-DIAS-CENSO EQUAL ZERO
                 MOVE 10 TO WS-DIAS-CENSO
              END-IF
           END-IF

           DISPLAY 'Informe a partir de quantas alteracoes do mesmo '
                   'registro apontar (zero = 3): '
           ACCEPT WS-LIMITE-REPETE
           IF WS-LIMITE-REPETE NOT NUMERIC OR WS-LIMITE-REPETE < 2
              MOVE 3 TO WS-LIMITE-REPETE
           END-IF
           .
       P020-FIM.

       P060-ABRE-SPOOL.

      * Spool datado + indice de reimpressao, no mesmo padrao das
      * listagens do PROGLIST.
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
           DISPLAY WS-LINHA-SPOOL
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

       P100-CARREGA-PERIODOS.

      * Situacao atual de cada periodo: reaberto (aberto com motivo
      * de reabertura) desde DATA-PERIODO. Vale tambem quando a
      * reabertura ja saiu da trilha pelo arquivamento.
           MOVE ZERO TO WS-PE-QTD
           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS
           IF NOT FS-PER-OK
              GO TO P100-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ PERIODOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF WS-PE-QTD < 200
                       ADD 1 TO WS-PE-QTD
                       MOVE CHAVE-PERIODO
                          TO WS-PE-CHAVE-TAB(WS-PE-QTD)
                       MOVE 'N' TO WS-PE-REABERTO(WS-PE-QTD)
                       MOVE ZERO TO WS-PE-DT-REAB(WS-PE-QTD)
                       MOVE SPACE TO WS-PE-OPER-REAB(WS-PE-QTD)
                       MOVE SPACE TO WS-PE-MOT-REAB(WS-PE-QTD)
                       MOVE 'N' TO WS-PE-REAB-ATUAL(WS-PE-QTD)
                       IF PERIODO-ABERTO AND
                          MOTIVO-PERIODO NOT EQUAL SPACE
                          MOVE 'S' TO WS-PE-REAB-ATUAL(WS-PE-QTD)
                       END-IF
                       MOVE DATA-PERIODO
                          TO WS-PE-DT-ATUAL(WS-PE-QTD)
                       MOVE OPERADOR-PERIODO
                          TO WS-PE-OPER-ATUAL(WS-PE-QTD)
                       MOVE MOTIVO-PERIODO(1:20)
                          TO WS-PE-MOT-ATUAL(WS-PE-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PERIODOS
           .
       P100-FIM.

       P110-CARREGA-REVISOES.

      * Pedido de revisao deferido = decisao do conselho registrada
      * para aquele registro de NOTAS.
           MOVE ZERO TO WS-RV-QTD
           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF NOT FS-REV-OK
              GO TO P110-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REVISAO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF REV-DEFERIDA AND WS-RV-QTD < 500
                       ADD 1 TO WS-RV-QTD
                       MOVE ID-INCLUSAO-REV TO WS-RV-ID(WS-RV-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REVISAO
           .
       P110-FIM.

       P200-CONTA-ALTERACOES.

      * Primeira passagem: quantas vezes cada registro de NOTAS foi
      * alterado no periodo.
           MOVE ZERO TO WS-CT-QTD
           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA
           IF NOT FS-AUD-OK
              DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA. FILE '
                      'STATUS: ' WS-FS-AUD
              GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUDITORIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF AUD-DATA >= WS-DATA-INI AND
                       AUD-DATA <= WS-DATA-FIM
                       PERFORM P210-CLASSIFICA THRU P210-FIM
                       IF E-ALTERACAO-OK
                          PERFORM P220-SOMA-REGISTRO THRU P220-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUDITORIA
           .
       P200-FIM.

       P210-CLASSIFICA.

      * Alteracoes de nota feitas por operador. O RECALCULO e a
      * consequencia automatica de outra alteracao e fica de fora.
           SET E-ALTERACAO-OK TO FALSE
           MOVE ZERO TO WS-ID-ALTERADO

           IF AUD-ARQUIVO EQUAL 'NOTAS' AND
              AUD-VALOR-ANTES NOT EQUAL SPACE AND
              (AUD-OPERACAO EQUAL 'ALTERACAO' OR
               AUD-OPERACAO EQUAL 'REC-PARAL' OR
               AUD-OPERACAO EQUAL 'SEG-CHAMAD')
              SET E-ALTERACAO-OK TO TRUE
           END-IF

           IF AUD-ARQUIVO EQUAL 'NOTA-PEND' AND
              AUD-OPERACAO EQUAL 'APROVACAO'
              SET E-ALTERACAO-OK TO TRUE
           END-IF

           IF E-ALTERACAO-OK
              IF AUD-VALOR-DEPOIS(1:5) IS NUMERIC
                 MOVE AUD-VALOR-DEPOIS(1:5) TO WS-ID-ALTERADO
              ELSE
                 SET E-ALTERACAO-OK TO FALSE
              END-IF
           END-IF
           .
       P210-FIM.

       P220-SOMA-REGISTRO.

           MOVE ZERO TO WS-CT-ACHADO
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-QTD OR WS-CT-ACHADO > ZERO
              IF WS-CT-ID(WS-CT-IDX) EQUAL WS-ID-ALTERADO
                 MOVE WS-CT-IDX TO WS-CT-ACHADO
              END-IF
           END-PERFORM

           IF WS-CT-ACHADO EQUAL ZERO
              IF WS-CT-QTD < 2000
                 ADD 1 TO WS-CT-QTD
                 MOVE WS-ID-ALTERADO TO WS-CT-ID(WS-CT-QTD)
                 MOVE 1 TO WS-CT-VEZES(WS-CT-QTD)
              END-IF
           ELSE
              IF WS-CT-VEZES(WS-CT-ACHADO) < 999
                 ADD 1 TO WS-CT-VEZES(WS-CT-ACHADO)
              END-IF
           END-IF
           .
       P220-FIM.

       P300-ANALISA.

      * Segunda passagem: a trilha inteira e lida em ordem para
      * reconstituir reaberturas e fechamentos anteriores ao periodo;
      * so as alteracoes do periodo sao avaliadas.
           MOVE 'ALTER. NOTA SUSPEITA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE 'PERIODO: ' TO WS-LINHA-SPOOL(1:9)
           MOVE WS-DATA-INI TO WS-LINHA-SPOOL(10:8)
           MOVE ' A ' TO WS-LINHA-SPOOL(18:3)
           MOVE WS-DATA-FIM TO WS-LINHA-SPOOL(21:8)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'R1 ALTERACAO COM PERIODO DO ANO REABERTO APOS O '
              TO WS-LINHA-SPOOL(1:48)
           MOVE 'FECHAMENTO' TO WS-LINHA-SPOOL(49:10)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'R2 REPROVADO PARA APROVADO SEM REGISTRO DO CONSELHO'
              TO WS-LINHA-SPOOL(1:51)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'R3 REGISTRO ALTERADO ' TO WS-LINHA-SPOOL(1:21)
           MOVE WS-LIMITE-REPETE TO WS-LINHA-SPOOL(22:2)
           MOVE ' VEZES OU MAIS NO PERIODO' TO WS-LINHA-SPOOL(24:25)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'R4 OPERADOR COM O MESMO SOBRENOME DO ALUNO'
              TO WS-LINHA-SPOOL(1:42)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           IF WS-DATA-CENSO EQUAL ZERO
              MOVE 'R5 NAO AVALIADA (SEM DATA DA SEGUNDA ETAPA DO '
                 TO WS-LINHA-SPOOL(1:46)
              MOVE 'CENSO)' TO WS-LINHA-SPOOL(47:6)
           ELSE
              MOVE 'R5 ATE ' TO WS-LINHA-SPOOL(1:7)
              MOVE WS-DIAS-CENSO TO WS-LINHA-SPOOL(8:3)
              MOVE ' DIAS ANTES DA SEGUNDA ETAPA DO CENSO EM '
                 TO WS-LINHA-SPOOL(11:41)
              MOVE WS-DATA-CENSO TO WS-LINHA-SPOOL(52:8)
           END-IF
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA
           IF NOT FS-AUD-OK
              MOVE 'TRILHA DE AUDITORIA INDISPONIVEL.'
                 TO WS-LINHA-SPOOL(1:33)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              GO TO P300-FIM
           END-IF

           SET FS-PEN-OK TO TRUE
           OPEN INPUT NOTA-PEND
           SET FS-USU-OK TO TRUE
           OPEN INPUT USUARIOS

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUDITORIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF AUD-ARQUIVO EQUAL 'PERIODOS'
                       PERFORM P310-ATUALIZA-PERIODO THRU P310-FIM
                    END-IF
                    IF AUD-DATA >= WS-DATA-INI AND
                       AUD-DATA <= WS-DATA-FIM
                       PERFORM P210-CLASSIFICA THRU P210-FIM
                       IF E-ALTERACAO-OK
                          ADD 1 TO WS-QTD-ALTERACOES
                          PERFORM P320-AVALIA THRU P320-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUDITORIA
           CLOSE NOTA-PEND
           CLOSE USUARIOS

           MOVE 'ALTERACOES DE NOTA NO PERIODO:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-ALTERACOES TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(32:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ALTERACOES APONTADAS:' TO WS-LINHA-SPOOL(1:21)
           MOVE WS-QTD-ACHADOS TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(32:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'R1:' TO WS-LINHA-SPOOL(1:3)
           MOVE WS-QTD-R1 TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(4:5)
           MOVE 'R2:' TO WS-LINHA-SPOOL(11:3)
           MOVE WS-QTD-R2 TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(14:5)
           MOVE 'R3:' TO WS-LINHA-SPOOL(21:3)
           MOVE WS-QTD-R3 TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(24:5)
           MOVE 'R4:' TO WS-LINHA-SPOOL(31:3)
           MOVE WS-QTD-R4 TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(34:5)
           MOVE 'R5:' TO WS-LINHA-SPOOL(41:3)
           MOVE WS-QTD-R5 TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(44:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P300-FIM.

       P310-ATUALIZA-PERIODO.

           IF AUD-OPERACAO NOT EQUAL 'REABERTURA' AND
              AUD-OPERACAO NOT EQUAL 'FECHA-PER'
              GO TO P310-FIM
           END-IF

           MOVE AUD-CHAVE(1:6) TO WS-PE-CHAVE
           MOVE ZERO TO WS-PE-ACHADO
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-QTD OR WS-PE-ACHADO > ZERO
              IF WS-PE-CHAVE-TAB(WS-PE-IDX) EQUAL WS-PE-CHAVE
                 MOVE WS-PE-IDX TO WS-PE-ACHADO
              END-IF
           END-PERFORM

      * Periodo que ja nao esta em PERIODOS entra so pela trilha.
           IF WS-PE-ACHADO EQUAL ZERO
              IF WS-PE-QTD NOT < 200
                 GO TO P310-FIM
              END-IF
              ADD 1 TO WS-PE-QTD
              MOVE WS-PE-QTD TO WS-PE-ACHADO
              MOVE WS-PE-CHAVE TO WS-PE-CHAVE-TAB(WS-PE-ACHADO)
              MOVE 'N' TO WS-PE-REAB-ATUAL(WS-PE-ACHADO)
              MOVE ZERO TO WS-PE-DT-ATUAL(WS-PE-ACHADO)
              MOVE SPACE TO WS-PE-OPER-ATUAL(WS-PE-ACHADO)
              MOVE SPACE TO WS-PE-MOT-ATUAL(WS-PE-ACHADO)
           END-IF

           IF AUD-OPERACAO EQUAL 'REABERTURA'
              MOVE 'S' TO WS-PE-REABERTO(WS-PE-ACHADO)
              MOVE AUD-DATA TO WS-PE-DT-REAB(WS-PE-ACHADO)
              MOVE AUD-OPERADOR TO WS-PE-OPER-REAB(WS-PE-ACHADO)
              MOVE AUD-MOTIVO TO WS-PE-MOT-REAB(WS-PE-ACHADO)
           ELSE
              MOVE 'N' TO WS-PE-REABERTO(WS-PE-ACHADO)
           END-IF
           .
       P310-FIM.

       P320-AVALIA.

           MOVE AUD-VALOR-ANTES(1:101)  TO WS-IMG-ANTES
           MOVE AUD-VALOR-DEPOIS(1:101) TO WS-IMG-DEPOIS
           SET R1-OK TO FALSE
           SET R2-OK TO FALSE
           SET R3-OK TO FALSE
           SET R4-OK TO FALSE
           SET R5-OK TO FALSE

      * Motivo e solicitante: da pendencia aprovada; nas alteracoes
      * diretas o solicitante e o proprio operador.
           MOVE AUD-MOTIVO TO WS-MOTIVO-ALT
           MOVE AUD-OPERADOR TO WS-SOLICITANTE
           IF AUD-ARQUIVO EQUAL 'NOTA-PEND'
              MOVE AUD-RESPONSAVEL TO WS-SOLICITANTE
              IF FS-PEN-OK AND AUD-CHAVE(1:5) IS NUMERIC
                 MOVE AUD-CHAVE(1:5) TO ID-PENDENTE
                 READ NOTA-PEND
                    KEY IS ID-PENDENTE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE MOTIVO-PEND TO WS-MOTIVO-ALT
                       MOVE SOLICITANTE-PEND TO WS-SOLICITANTE
                 END-READ
              END-IF
           END-IF

      * R1: algum periodo do ano letivo da nota reaberto apos o
      * fechamento (pela trilha ou pela situacao atual em PERIODOS).
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
              UNTIL WS-PE-IDX > WS-PE-QTD OR R1-OK
              IF WS-PE-ANO(WS-PE-IDX) EQUAL WS-DEP-ANO
                 IF WS-PE-REABERTO(WS-PE-IDX) EQUAL 'S'
                    SET R1-OK TO TRUE
                    MOVE WS-PE-TRIM(WS-PE-IDX) TO WS-R1-TRIM
                    MOVE WS-PE-DT-REAB(WS-PE-IDX) TO WS-R1-DATA
                    MOVE WS-PE-OPER-REAB(WS-PE-IDX) TO WS-R1-OPER
                    MOVE WS-PE-MOT-REAB(WS-PE-IDX) TO WS-R1-MOTIVO
                 ELSE
                    IF WS-PE-REAB-ATUAL(WS-PE-IDX) EQUAL 'S' AND
                       AUD-DATA >= WS-PE-DT-ATUAL(WS-PE-IDX)
                       SET R1-OK TO TRUE
                       MOVE WS-PE-TRIM(WS-PE-IDX) TO WS-R1-TRIM
                       MOVE WS-PE-DT-ATUAL(WS-PE-IDX) TO WS-R1-DATA
                       MOVE WS-PE-OPER-ATUAL(WS-PE-IDX) TO WS-R1-OPER
                       MOVE WS-PE-MOT-ATUAL(WS-PE-IDX) TO WS-R1-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

      * R2 e R4 dependem do conteudo das imagens, que nao existe mais
      * nos registros anonimizados.
           IF NOT AUD-IMAGEM-EXPURGADA
              IF WS-ANT-ST EQUAL 'REPROVADO' AND
                 WS-DEP-ST EQUAL 'APROVADO'
                 PERFORM P330-VERIFICA-CONSELHO THRU P330-FIM
                 IF NOT CONSELHO-OK
                    SET R2-OK TO TRUE
                 END-IF
              END-IF
              PERFORM P340-VERIFICA-SOBRENOME THRU P340-FIM
           END-IF

      * R3: alteracoes repetidas do mesmo registro no periodo.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-QTD OR R3-OK
              IF WS-CT-ID(WS-CT-IDX) EQUAL WS-ID-ALTERADO AND
                 WS-CT-VEZES(WS-CT-IDX) NOT < WS-LIMITE-REPETE
                 SET R3-OK TO TRUE
                 MOVE WS-CT-VEZES(WS-CT-IDX) TO WS-CONT
              END-IF
           END-PERFORM

      * R5: nos dias que antecedem a segunda etapa do Censo.
           IF WS-DATA-CENSO NOT EQUAL ZERO
              COMPUTE WS-DIF-DIAS =
                 FUNCTION INTEGER-OF-DATE (WS-DATA-CENSO) -
                 FUNCTION INTEGER-OF-DATE (AUD-DATA)
              IF WS-DIF-DIAS >= ZERO AND WS-DIF-DIAS <= WS-DIAS-CENSO
                 SET R5-OK TO TRUE
              END-IF
           END-IF

           IF R1-OK OR R2-OK OR R3-OK OR R4-OK OR R5-OK
              PERFORM P350-IMPRIME-ACHADO THRU P350-FIM
           END-IF
           .
       P320-FIM.

       P330-VERIFICA-CONSELHO.

      * Registro do conselho: pedido de revisao deferido para a nota
      * ou decisao do Conselho de Classe marcada no motivo.
           SET CONSELHO-OK TO FALSE
           MOVE ZERO TO WS-CONT
           INSPECT WS-MOTIVO-ALT TALLYING WS-CONT FOR ALL 'CONSELHO'
           IF WS-CONT GREATER THAN ZERO
              SET CONSELHO-OK TO TRUE
              GO TO P330-FIM
           END-IF

           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
              UNTIL WS-RV-IDX > WS-RV-QTD OR CONSELHO-OK
              IF WS-RV-ID(WS-RV-IDX) EQUAL WS-ID-ALTERADO
                 SET CONSELHO-OK TO TRUE
              END-IF
           END-PERFORM
           .
       P330-FIM.

       P340-VERIFICA-SOBRENOME.

           MOVE SPACE TO WS-R4-OPER
           MOVE WS-DEP-NM TO WS-NOME-AUX
           PERFORM P345-ULTIMO-NOME THRU P345-FIM
           MOVE WS-SOBRENOME TO WS-SOBRENOME-ALUNO
           IF WS-SOBRENOME-ALUNO EQUAL SPACE OR NOT FS-USU-OK
              GO TO P340-FIM
           END-IF

           MOVE AUD-OPERADOR TO WS-LOGIN-AUX
           PERFORM P342-COMPARA-OPERADOR THRU P342-FIM
           IF NOT R4-OK AND WS-SOLICITANTE NOT EQUAL AUD-OPERADOR
              MOVE WS-SOLICITANTE TO WS-LOGIN-AUX
              PERFORM P342-COMPARA-OPERADOR THRU P342-FIM
           END-IF
           .
       P340-FIM.

       P342-COMPARA-OPERADOR.

           IF WS-LOGIN-AUX EQUAL SPACE
              GO TO P342-FIM
           END-IF

           MOVE WS-LOGIN-AUX(1:10) TO LOGIN-USUARIO
           READ USUARIOS
              KEY IS LOGIN-USUARIO
              INVALID KEY
                 GO TO P342-FIM
           END-READ

           MOVE NM-USUARIO TO WS-NOME-AUX
           PERFORM P345-ULTIMO-NOME THRU P345-FIM
           MOVE WS-SOBRENOME TO WS-SOBRENOME-OPER
           IF WS-SOBRENOME-OPER EQUAL WS-SOBRENOME-ALUNO
              SET R4-OK TO TRUE
              MOVE WS-LOGIN-AUX TO WS-R4-OPER
           END-IF
           .
       P342-FIM.

       P345-ULTIMO-NOME.

      * Ultima palavra do nome; uma letra so (inicial) nao conta.
           MOVE SPACE TO WS-SOBRENOME
           MOVE ZERO TO WS-POS-FIM
           PERFORM VARYING WS-POS-FIM FROM 20 BY -1
              UNTIL WS-POS-FIM < 1
                 OR WS-NOME-AUX(WS-POS-FIM:1) NOT EQUAL SPACE
              CONTINUE
           END-PERFORM
           IF WS-POS-FIM < 2
              GO TO P345-FIM
           END-IF

           PERFORM VARYING WS-POS-INI FROM WS-POS-FIM BY -1
              UNTIL WS-POS-INI < 2
                 OR WS-NOME-AUX(WS-POS-INI - 1:1) EQUAL SPACE
              CONTINUE
           END-PERFORM

           IF WS-POS-FIM > WS-POS-INI
              MOVE WS-NOME-AUX(WS-POS-INI:WS-POS-FIM - WS-POS-INI + 1)
                 TO WS-SOBRENOME
           END-IF
           .
       P345-FIM.

       P350-IMPRIME-ACHADO.

           ADD 1 TO WS-QTD-ACHADOS
           MOVE SPACE TO WS-REGRAS
           MOVE 1 TO WS-REGRAS-PTR
           IF R1-OK
              ADD 1 TO WS-QTD-R1
              STRING 'R1 ' DELIMITED BY SIZE
                 INTO WS-REGRAS WITH POINTER WS-REGRAS-PTR
           END-IF
           IF R2-OK
              ADD 1 TO WS-QTD-R2
              STRING 'R2 ' DELIMITED BY SIZE
                 INTO WS-REGRAS WITH POINTER WS-REGRAS-PTR
           END-IF
           IF R3-OK
              ADD 1 TO WS-QTD-R3
              STRING 'R3 ' DELIMITED BY SIZE
                 INTO WS-REGRAS WITH POINTER WS-REGRAS-PTR
           END-IF
           IF R4-OK
              ADD 1 TO WS-QTD-R4
              STRING 'R4 ' DELIMITED BY SIZE
                 INTO WS-REGRAS WITH POINTER WS-REGRAS-PTR
           END-IF
           IF R5-OK
              ADD 1 TO WS-QTD-R5
              STRING 'R5 ' DELIMITED BY SIZE
                 INTO WS-REGRAS WITH POINTER WS-REGRAS-PTR
           END-IF

           MOVE ALL '-' TO WS-LINHA-SPOOL(1:60)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'REGRAS ' TO WS-LINHA-SPOOL(1:7)
           MOVE WS-REGRAS TO WS-LINHA-SPOOL(8:15)
           MOVE AUD-DATA TO WS-LINHA-SPOOL(24:8)
           MOVE AUD-HORA(1:6) TO WS-LINHA-SPOOL(33:6)
           MOVE AUD-PROGRAMA TO WS-LINHA-SPOOL(40:8)
           MOVE AUD-OPERACAO TO WS-LINHA-SPOOL(49:10)
           MOVE AUD-ARQUIVO TO WS-LINHA-SPOOL(60:15)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'NOTA ' TO WS-LINHA-SPOOL(1:5)
           MOVE WS-ID-ALTERADO TO WS-LINHA-SPOOL(6:5)
           MOVE WS-DEP-NM TO WS-LINHA-SPOOL(12:20)
           MOVE WS-DEP-DISC TO WS-LINHA-SPOOL(33:20)
           MOVE 'ANO ' TO WS-LINHA-SPOOL(54:4)
           MOVE WS-DEP-ANO TO WS-LINHA-SPOOL(58:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'OPERADOR ' TO WS-LINHA-SPOOL(1:9)
           MOVE AUD-OPERADOR TO WS-LINHA-SPOOL(10:20)
           MOVE 'SOLICITANTE ' TO WS-LINHA-SPOOL(31:12)
           MOVE WS-SOLICITANTE TO WS-LINHA-SPOOL(43:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           IF WS-MOTIVO-ALT NOT EQUAL SPACE
              MOVE 'MOTIVO ' TO WS-LINHA-SPOOL(1:7)
              MOVE WS-MOTIVO-ALT TO WS-LINHA-SPOOL(8:40)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           IF AUD-IMAGEM-EXPURGADA
              MOVE 'IMAGENS ANONIMIZADAS (LGPD).' TO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           ELSE
              MOVE 'ANTES' TO WS-IMG-ROTULO
              MOVE WS-IMG-ANTES TO WS-IMG-TRAB
              PERFORM P360-LINHA-IMAGEM THRU P360-FIM
              MOVE 'DEPOIS' TO WS-IMG-ROTULO
              MOVE WS-IMG-DEPOIS TO WS-IMG-TRAB
              PERFORM P360-LINHA-IMAGEM THRU P360-FIM
           END-IF

           IF R1-OK
              MOVE 'R1 PERIODO ' TO WS-LINHA-SPOOL(1:11)
              MOVE WS-DEP-ANO TO WS-LINHA-SPOOL(12:4)
              MOVE '/' TO WS-LINHA-SPOOL(16:1)
              MOVE WS-R1-TRIM TO WS-LINHA-SPOOL(17:2)
              MOVE ' REABERTO EM ' TO WS-LINHA-SPOOL(19:13)
              MOVE WS-R1-DATA TO WS-LINHA-SPOOL(32:8)
              MOVE ' POR ' TO WS-LINHA-SPOOL(40:5)
              MOVE WS-R1-OPER TO WS-LINHA-SPOOL(45:20)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              IF WS-R1-MOTIVO NOT EQUAL SPACE
                 MOVE '   MOTIVO DA REABERTURA ' TO WS-LINHA-SPOOL(1:24)
                 MOVE WS-R1-MOTIVO TO WS-LINHA-SPOOL(25:20)
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           END-IF

           IF R3-OK
              MOVE 'R3 ALTERACOES DO REGISTRO NO PERIODO: '
                 TO WS-LINHA-SPOOL(1:38)
              MOVE WS-CONT TO WS-LINHA-SPOOL(39:3)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           IF R4-OK
              MOVE 'R4 SOBRENOME ' TO WS-LINHA-SPOOL(1:13)
              MOVE WS-SOBRENOME-ALUNO TO WS-LINHA-SPOOL(14:20)
              MOVE ' OPERADOR ' TO WS-LINHA-SPOOL(34:10)
              MOVE WS-R4-OPER TO WS-LINHA-SPOOL(44:20)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF
           .
       P350-FIM.

       P360-LINHA-IMAGEM.

           MOVE WS-IMG-ROTULO TO WS-LINHA-SPOOL(1:7)
           MOVE 'MD ' TO WS-LINHA-SPOOL(8:3)
           MOVE WS-IMG-MD TO WS-NOTA-ED
           MOVE WS-NOTA-ED TO WS-LINHA-SPOOL(11:5)
           MOVE ' REC ' TO WS-LINHA-SPOOL(16:5)
           MOVE WS-IMG-REC TO WS-NOTA-ED
           MOVE WS-NOTA-ED TO WS-LINHA-SPOOL(21:5)
           MOVE ' FR ' TO WS-LINHA-SPOOL(26:4)
           MOVE WS-IMG-FREQ TO WS-FREQ-ED
           MOVE WS-FREQ-ED TO WS-LINHA-SPOOL(30:6)
           MOVE WS-IMG-ST TO WS-LINHA-SPOOL(37:10)
           MOVE ' NT' TO WS-LINHA-SPOOL(47:3)
           MOVE 51 TO WS-COL
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1 UNTIL WS-NT-IDX > 6
              MOVE WS-IMG-NT(WS-NT-IDX) TO WS-NOTA-ED
              MOVE WS-NOTA-ED TO WS-LINHA-SPOOL(WS-COL:5)
              ADD 6 TO WS-COL
           END-PERFORM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P360-FIM.

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

           MOVE 'PROGSUSP' TO AUD-PROGRAMA
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
       END PROGRAM PROGSUSP.
