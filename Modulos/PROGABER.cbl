      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Extrato de dados abertos para o portal da
      *          transparencia do municipio (Lei de Acesso a
      *          Informacao): somente agregados do ano letivo -
      *          matriculas por unidade/serie/turno/sexo, taxas de
      *          aprovacao, reprovacao e abandono e frequencia media
      *          por unidade/serie, alunos do AEE e usuarios do
      *          transporte escolar por unidade. Contagem abaixo do
      *          minimo informado sai suprimida (X) para que nenhum
      *          aluno possa ser identificado. Gera o arquivo CSV e o
      *          dicionario de dados, roda sem operador como o modo
      *          de lote do PROGEXPT (ABER_MODO=LOTE) e registra a
      *          geracao no ESTADO (ABER-DATA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGABER.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOT.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

           SELECT AEE ASSIGN TO
           WS-CAMINHO-AEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO-AEE
           FILE STATUS IS WS-FS-AEE.

           SELECT TRANSPORTE ASSIGN TO
           WS-CAMINHO-TRANSPORTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO-TRP
           FILE STATUS IS WS-FS-TRP.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-EVENTO
           FILE STATUS IS WS-FS-EVT.

           SELECT ESTADO ASSIGN TO
           WS-CAMINHO-ESTADO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-ESTADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-EST.

           SELECT ABERTOS ASSIGN TO
           WS-CAMINHO-ABERTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

           SELECT DICIONARIO ASSIGN TO
           WS-CAMINHO-DICIONARIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  SERIES.
           COPY FD-SERIES.

       FD  AEE.
           COPY FD-AEE.

       FD  TRANSPORTE.
           COPY FD-TRANSP.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  ESTADO.
           COPY FD-ESTADO.

       FD  ABERTOS.
       01  REG-ABERTOS                       PIC X(120).

       FD  DICIONARIO.
       01  REG-DICIONARIO                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-AEE                    PIC X(80).
       01  WS-CAMINHO-TRANSPORTE             PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-ABERTOS                PIC X(80).
       01  WS-CAMINHO-DICIONARIO             PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-NOT                         PIC 99.
           88 FS-NOT-OK                      VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-AEE                         PIC 99.
           88 FS-AEE-OK                      VALUE 0.

       77  WS-FS-TRP                         PIC 99.
           88 FS-TRP-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-EXP                         PIC 99.
           88 FS-EXP-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUX                        PIC X.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.

       77  WS-MODO-EXEC                      PIC X(04) VALUE SPACE.
           88 MODO-LOTE                      VALUE 'LOTE'.

       77  WS-FALHOU                         PIC X VALUE 'N'.
           88 FALHOU-OK                      VALUE 'S'.

       77  WS-CONFIRMA                       PIC X.

      * Parametros do extrato.
       77  WS-ANO-EXT                        PIC 9(04) VALUE ZERO.
       77  WS-UNID-EXT                       PIC X(04) VALUE SPACE.
       77  WS-MINIMO                         PIC 9(03) VALUE ZERO.
       77  WS-MINIMO-PADRAO                  PIC 9(03) VALUE 5.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

      * Aluno corrente (matriculas do ano agrupadas por aluno).
       77  WS-ALUNO-CORRENTE                 PIC 9(05) VALUE ZERO.
       77  WS-TURMA-CORRENTE                 PIC 9(05) VALUE ZERO.
       77  WS-SERIE-CORRENTE                 PIC 9(05) VALUE ZERO.
       01  WS-NM-CORRENTE                    PIC X(20) VALUE SPACE.
       77  WS-UNID-ALUNO                     PIC X(04) VALUE SPACE.
       77  WS-TURNO-ALUNO                    PIC X(01) VALUE SPACE.
       77  WS-SEXO-ALUNO                     PIC X(01) VALUE SPACE.
       01  WS-DS-SERIE-ALUNO                 PIC X(20) VALUE SPACE.
       77  WS-RESULTADO                      PIC X(01) VALUE SPACE.
           88 RES-APROVADO                   VALUE 'A'.
           88 RES-REPROVADO                  VALUE 'R'.
           88 RES-ABANDONO                   VALUE 'B'.
           88 RES-SEM-RESULTADO              VALUE ' '.
       77  WS-QTD-NOTAS-AL                   PIC 9(03) VALUE ZERO.
       77  WS-QTD-REPROV-AL                  PIC 9(03) VALUE ZERO.
       77  WS-QTD-ABERTA-AL                  PIC 9(03) VALUE ZERO.
       77  WS-FREQ-SOMA-AL                   PIC 9(07)V99 VALUE ZERO.
       77  WS-FREQ-QTD-AL                    PIC 9(03) VALUE ZERO.
       77  WS-FREQ-MEDIA-AL                  PIC 9(03)V99 VALUE ZERO.
       77  WS-TIPO-EVT-AL                    PIC X(01) VALUE SPACE.
       77  WS-DATA-EVT-AL                    PIC 9(08) VALUE ZERO.

      * Movimentos do ano que tiram o aluno do rendimento (mesma
      * leitura do extrato de situacao do censo no PROGEXPT).
       77  WS-EV-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-EV-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-EVENTOS.
           03 WS-EV-ITEM OCCURS 999 TIMES.
              05 WS-EV-ALUNO                 PIC 9(05).
              05 WS-EV-TIPO                  PIC X(01).
              05 WS-EV-DATA                  PIC 9(08).

      * Celulas de matricula: unidade x serie x turno x sexo.
       77  WS-CEL-QTD                        PIC 9(04) VALUE ZERO.
       01  WS-CEL-NOVA.
           03 WS-CEL-NOVA-UNID               PIC X(04).
           03 WS-CEL-NOVA-SERIE              PIC 9(05).
           03 WS-CEL-NOVA-TURNO              PIC X(01).
           03 WS-CEL-NOVA-SEXO               PIC X(01).
       01  WS-TAB-CELULAS.
           03 WS-CEL-ITEM OCCURS 600 TIMES.
              05 WS-CEL-CHAVE.
                 07 WS-CEL-UNID              PIC X(04).
                 07 WS-CEL-SERIE             PIC 9(05).
                 07 WS-CEL-TURNO             PIC X(01).
                 07 WS-CEL-SEXO              PIC X(01).
              05 WS-CEL-DS-SERIE             PIC X(20).
              05 WS-CEL-MATR                 PIC 9(05).

      * Rendimento e frequencia: unidade x serie.
       77  WS-SER-QTD                        PIC 9(04) VALUE ZERO.
       01  WS-SER-NOVA.
           03 WS-SER-NOVA-UNID               PIC X(04).
           03 WS-SER-NOVA-SERIE              PIC 9(05).
       01  WS-TAB-SERIES.
           03 WS-SER-ITEM OCCURS 300 TIMES.
              05 WS-SER-CHAVE.
                 07 WS-SER-UNID              PIC X(04).
                 07 WS-SER-SERIE             PIC 9(05).
              05 WS-SER-DS-SERIE             PIC X(20).
              05 WS-SER-BASE                 PIC 9(05).
              05 WS-SER-APROV                PIC 9(05).
              05 WS-SER-REPROV               PIC 9(05).
              05 WS-SER-ABAND                PIC 9(05).
              05 WS-SER-FREQ-SOMA            PIC 9(09)V99.
              05 WS-SER-FREQ-QTD             PIC 9(05).

      * AEE e transporte: unidade.
       77  WS-UNI-QTD                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-UNIDADES.
           03 WS-UNI-ITEM OCCURS 100 TIMES.
              05 WS-UNI-UNID                 PIC X(04).
              05 WS-UNI-AEE                  PIC 9(05).
              05 WS-UNI-AEE-ATEND            PIC 9(05).
              05 WS-UNI-TRANSP               PIC 9(05).

       77  WS-IX                             PIC 9(04) VALUE ZERO.
       77  WS-JX                             PIC 9(04) VALUE ZERO.
       77  WS-CEL-IX                         PIC 9(04) VALUE ZERO.
       77  WS-SER-IX                         PIC 9(04) VALUE ZERO.
       77  WS-UNI-IX                         PIC 9(04) VALUE ZERO.
       77  WS-TABELA-CHEIA                   PIC X VALUE 'N'.
           88 TABELA-CHEIA-OK                VALUE 'S'.

      * Montagem da linha do CSV.
       01  WS-LINHA-CSV                      PIC X(120) VALUE SPACE.
       77  WS-PTR                            PIC 9(03) VALUE ZERO.
       01  WS-IND-CSV                        PIC X(24) VALUE SPACE.
       01  WS-UNID-CSV                       PIC X(05) VALUE SPACE.
       01  WS-SERIE-CSV                      PIC X(20) VALUE SPACE.
       01  WS-TURNO-CSV                      PIC X(13) VALUE SPACE.
       01  WS-SEXO-CSV                       PIC X(13) VALUE SPACE.
       01  WS-VALOR-CSV                      PIC X(10) VALUE SPACE.
       01  WS-VALOR-AUX                      PIC X(10) VALUE SPACE.
       77  WS-CONTAGEM                       PIC 9(05) VALUE ZERO.
       77  WS-BASE                           PIC 9(05) VALUE ZERO.
       77  WS-QTD-ED                         PIC ZZZZ9.
       77  WS-TAXA                           PIC 9(03)V9 VALUE ZERO.
       77  WS-TAXA-ED                        PIC ZZ9,9.
       77  WS-K                              PIC 9(02) VALUE ZERO.

       01  WS-LINHA-DIC                      PIC X(80) VALUE SPACE.
       01  WS-MINIMO-ED                      PIC ZZ9.
       01  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO                     PIC 9(04).
           03 WS-AUX-MES                     PIC 9(02).
           03 WS-AUX-DIA                     PIC 9(02).

       77  WS-CONT-ALUNOS                    PIC 9(05) VALUE ZERO.
       77  WS-CONT-LINHAS                    PIC 9(05) VALUE ZERO.
       77  WS-CONT-SUPRIMIDAS                PIC 9(05) VALUE ZERO.
       77  WS-CONT-FORA                      PIC 9(05) VALUE ZERO.

       77  WS-CHAVE-EST                      PIC X(10) VALUE SPACE.
       77  WS-VALOR-EST                      PIC X(20) VALUE SPACE.

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

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'DADOS ABERTOS (PORTAL DA TRANSPARENCIA)'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      * Execucao sem operador, como o modo de lote do PROGEXPT: os
      * parametros vem de ABER_ANO, ABER_UNIDADE e ABER_MINIMO e o
      * retorno 8 indica falha na geracao.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'ABER_MODO'
              ON EXCEPTION MOVE SPACE TO WS-MODO-EXEC
           END-ACCEPT

           IF MODO-LOTE
              PERFORM P050-PARAMETROS-LOTE THRU P050-FIM
              PERFORM P200-GERA-EXTRATO THRU P200-FIM
              IF FALHOU-OK
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              PERFORM P950-FIM
           END-IF

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P100-PARAMETROS THRU P100-FIM
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SERIES FROM ENVIRONMENT 'SERIES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SERIES.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SERIES
           END-ACCEPT

           ACCEPT WS-CAMINHO-AEE FROM ENVIRONMENT 'AEE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AEE.dat'           DELIMITED BY SIZE
                        INTO WS-CAMINHO-AEE
           END-ACCEPT

           ACCEPT WS-CAMINHO-TRANSPORTE FROM ENVIRONMENT
              'TRANSPORTE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TRANSPORTE.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-TRANSPORTE
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EVENTOS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-EVENTOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ESTADO FROM ENVIRONMENT 'ESTADO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ESTADO.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESTADO
           END-ACCEPT

           ACCEPT WS-CAMINHO-ABERTOS FROM ENVIRONMENT 'ABER_CSV'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DADOS-ABERTOS.csv' DELIMITED BY SIZE
                        INTO WS-CAMINHO-ABERTOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DICIONARIO FROM ENVIRONMENT 'ABER_DIC_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO     DELIMITED BY SIZE
                        'DADOS-ABERTOS-DIC.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-DICIONARIO
           END-ACCEPT
           .
       P010-FIM.

       P050-PARAMETROS-LOTE.

           ACCEPT WS-ANO-EXT FROM ENVIRONMENT 'ABER_ANO'
              ON EXCEPTION MOVE ZERO TO WS-ANO-EXT
           END-ACCEPT
           ACCEPT WS-UNID-EXT FROM ENVIRONMENT 'ABER_UNIDADE'
              ON EXCEPTION MOVE SPACE TO WS-UNID-EXT
           END-ACCEPT
           ACCEPT WS-MINIMO FROM ENVIRONMENT 'ABER_MINIMO'
              ON EXCEPTION MOVE ZERO TO WS-MINIMO
           END-ACCEPT

           PERFORM P060-VALIDA-PARAMETROS THRU P060-FIM
           .
       P050-FIM.

       P060-VALIDA-PARAMETROS.

      * Ano zero e o ano corrente; minimo zero ou invalido e o padrao
      * (5). Supressao abaixo de 3 nao protege ninguem: sobe para 3.
           IF WS-ANO-EXT NOT NUMERIC OR WS-ANO-EXT EQUAL ZERO
              MOVE WS-DATA-HOJE(1:4) TO WS-ANO-EXT
           END-IF

           IF WS-MINIMO NOT NUMERIC OR WS-MINIMO EQUAL ZERO
              MOVE WS-MINIMO-PADRAO TO WS-MINIMO
           END-IF
           IF WS-MINIMO < 3
              DISPLAY 'AVISO: MINIMO PARA SUPRESSAO ELEVADO PARA 3.'
              MOVE 3 TO WS-MINIMO
           END-IF
           .
       P060-FIM.

       P100-PARAMETROS.

           DISPLAY 'Informe o ano letivo do extrato (0 para o ano '
                   'corrente): '
           ACCEPT WS-ANO-EXT
           DISPLAY 'Informe a unidade escolar (em branco para todas): '
           ACCEPT WS-UNID-EXT
           DISPLAY 'Contagem minima publicada (0 para o padrao de '
                   WS-MINIMO-PADRAO '): '
           ACCEPT WS-MINIMO

           PERFORM P060-VALIDA-PARAMETROS THRU P060-FIM

           DISPLAY 'EXTRATO DO ANO ' WS-ANO-EXT ', UNIDADE '
                   WS-UNID-EXT ', CONTAGENS ABAIXO DE ' WS-MINIMO
                   ' SUPRIMIDAS.'
           DISPLAY 'TECLE <S> para gerar o extrato ou '
                   '<QUALQUER TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'GERACAO CANCELADA.'
              GO TO P100-FIM
           END-IF

           PERFORM P200-GERA-EXTRATO THRU P200-FIM
           .
       P100-FIM.

       P200-GERA-EXTRATO.

           MOVE 'N'  TO WS-FALHOU
           MOVE ZERO TO WS-CEL-QTD
           MOVE ZERO TO WS-SER-QTD
           MOVE ZERO TO WS-UNI-QTD
           MOVE ZERO TO WS-CONT-ALUNOS
           MOVE ZERO TO WS-CONT-LINHAS
           MOVE ZERO TO WS-CONT-SUPRIMIDAS
           MOVE ZERO TO WS-CONT-FORA
           MOVE 'N'  TO WS-TABELA-CHEIA

           PERFORM P210-CARREGA-EVENTOS THRU P210-FIM

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'S' TO WS-FALHOU
              GO TO P200-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'S' TO WS-FALHOU
              CLOSE MATRICULA
              GO TO P200-FIM
           END-IF

      * Arquivos de apoio: sem eles o indicador correspondente sai
      * zerado (ou a serie/turno como nao informados).
           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTAS
           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES
           SET FS-AEE-OK TO TRUE
           OPEN INPUT AEE
           SET FS-TRP-OK TO TRUE
           OPEN INPUT TRANSPORTE

      * Matriculas em ordem de aluno: cada aluno do ano e contado uma
      * vez, com a turma e a serie da primeira matricula que as tem.
           MOVE ZERO TO WS-ALUNO-CORRENTE
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-MATRICULA EQUAL WS-ANO-EXT
                       IF ID-ALUNO-MAT NOT EQUAL WS-ALUNO-CORRENTE
                          IF WS-ALUNO-CORRENTE NOT EQUAL ZERO
                             PERFORM P300-CONTABILIZA-ALUNO
                                THRU P300-FIM
                          END-IF
                          MOVE ID-ALUNO-MAT TO WS-ALUNO-CORRENTE
                          MOVE ZERO TO WS-TURMA-CORRENTE
                          MOVE ZERO TO WS-SERIE-CORRENTE
                       END-IF
                       IF WS-TURMA-CORRENTE EQUAL ZERO AND
                          TURMA-MATRICULA NUMERIC
                          MOVE TURMA-MATRICULA TO WS-TURMA-CORRENTE
                       END-IF
                       IF WS-SERIE-CORRENTE EQUAL ZERO AND
                          ID-SERIE-MAT NUMERIC
                          MOVE ID-SERIE-MAT TO WS-SERIE-CORRENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ALUNO-CORRENTE NOT EQUAL ZERO
              PERFORM P300-CONTABILIZA-ALUNO THRU P300-FIM
           END-IF

           IF FS-NOT-OK
              CLOSE NOTAS
           END-IF
           IF FS-TUR-OK
              CLOSE TURMAS
           END-IF
           IF FS-SER-OK
              CLOSE SERIES
           END-IF
           IF FS-AEE-OK
              CLOSE AEE
           END-IF
           IF FS-TRP-OK
              CLOSE TRANSPORTE
           END-IF
           CLOSE ALUNOS
           CLOSE MATRICULA

           IF TABELA-CHEIA-OK
              DISPLAY 'ERRO: LIMITE DAS TABELAS DE AGREGACAO '
                      'ATINGIDO. EXTRATO NAO GERADO.'
              MOVE 'S' TO WS-FALHOU
              GO TO P200-FIM
           END-IF

           PERFORM P500-GRAVA-CSV THRU P500-FIM
           IF FALHOU-OK
              GO TO P200-FIM
           END-IF

           PERFORM P600-GRAVA-DICIONARIO THRU P600-FIM
           IF FALHOU-OK
              GO TO P200-FIM
           END-IF

           MOVE 'ABER-DATA' TO WS-CHAVE-EST
           MOVE SPACE TO WS-VALOR-EST
           MOVE WS-DATA-HOJE TO WS-VALOR-EST(1:8)
           MOVE 'ANO '       TO WS-VALOR-EST(10:4)
           MOVE WS-ANO-EXT   TO WS-VALOR-EST(14:4)
           PERFORM P280-GRAVA-ESTADO THRU P280-FIM

           DISPLAY ' '
           DISPLAY 'EXTRATO DE DADOS ABERTOS ' WS-ANO-EXT ' EM '
                   WS-CAMINHO-ABERTOS
           DISPLAY 'DICIONARIO DE DADOS EM ' WS-CAMINHO-DICIONARIO
           DISPLAY 'ALUNOS CONTABILIZADOS:   ' WS-CONT-ALUNOS
           DISPLAY 'FORA DA UNIDADE/CADASTRO:' WS-CONT-FORA
           DISPLAY 'LINHAS PUBLICADAS:       ' WS-CONT-LINHAS
           DISPLAY 'VALORES SUPRIMIDOS (X):  ' WS-CONT-SUPRIMIDAS
           .
       P200-FIM.

       P210-CARREGA-EVENTOS.

           MOVE ZERO TO WS-EV-QTD

           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF NOT FS-EVT-OK
              GO TO P210-FIM
           END-IF

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF DATA-EVT(1:4) EQUAL WS-ANO-EXT AND
                       (EVT-TRANSF-EXPEDIDA OR EVT-ABANDONO OR
                        EVT-FALECIMENTO OR EVT-CONCLUSAO OR
                        EVT-ADMISSAO OR EVT-TRANSF-RECEBIDA)
                       IF WS-EV-QTD < 999
                          ADD 1 TO WS-EV-QTD
                          MOVE ID-ALUNO-EVT TO WS-EV-ALUNO (WS-EV-QTD)
                          MOVE TIPO-EVT     TO WS-EV-TIPO (WS-EV-QTD)
                          MOVE DATA-EVT     TO WS-EV-DATA (WS-EV-QTD)
                       ELSE
                          DISPLAY 'AVISO: MAIS DE 999 MOVIMENTOS NO '
                                  'ANO. EXCEDENTE IGNORADO.'
                          SET EOF-AUX-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EVENTOS
           .
       P210-FIM.

       P300-CONTABILIZA-ALUNO.

           MOVE WS-ALUNO-CORRENTE TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
              INVALID KEY
                 ADD 1 TO WS-CONT-FORA
                 GO TO P300-FIM
           END-READ

           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-CORRENTE
           MOVE UNIDADE-ALUNO TO WS-UNID-ALUNO
           MOVE SPACE TO WS-TURNO-ALUNO

           IF FS-TUR-OK AND WS-TURMA-CORRENTE NOT EQUAL ZERO
              MOVE WS-TURMA-CORRENTE TO ID-TURMA
              READ TURMAS
                 KEY IS ID-TURMA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TURNO-TURMA TO WS-TURNO-ALUNO
                    IF UNID-TURMA NOT EQUAL SPACE
                       MOVE UNID-TURMA TO WS-UNID-ALUNO
                    END-IF
              END-READ
           END-IF

           IF WS-UNID-EXT NOT EQUAL SPACE AND
              WS-UNID-ALUNO NOT EQUAL WS-UNID-EXT
              ADD 1 TO WS-CONT-FORA
              GO TO P300-FIM
           END-IF

           IF WS-TURNO-ALUNO NOT EQUAL 'M' AND
              WS-TURNO-ALUNO NOT EQUAL 'T' AND
              WS-TURNO-ALUNO NOT EQUAL 'N'
              MOVE SPACE TO WS-TURNO-ALUNO
           END-IF

           MOVE SEXO-ALUNO TO WS-SEXO-ALUNO
           IF WS-SEXO-ALUNO EQUAL 'm' MOVE 'M' TO WS-SEXO-ALUNO END-IF
           IF WS-SEXO-ALUNO EQUAL 'f' MOVE 'F' TO WS-SEXO-ALUNO END-IF
           IF WS-SEXO-ALUNO NOT EQUAL 'M' AND
              WS-SEXO-ALUNO NOT EQUAL 'F'
              MOVE SPACE TO WS-SEXO-ALUNO
           END-IF

           MOVE 'NAO INFORMADA' TO WS-DS-SERIE-ALUNO
           IF WS-SERIE-CORRENTE NOT EQUAL ZERO
              MOVE SPACE TO WS-DS-SERIE-ALUNO
              MOVE WS-SERIE-CORRENTE TO WS-DS-SERIE-ALUNO(1:5)
              IF FS-SER-OK
                 MOVE WS-SERIE-CORRENTE TO ID-SERIE
                 READ SERIES
                    KEY IS ID-SERIE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DS-SERIE TO WS-DS-SERIE-ALUNO
                 END-READ
              END-IF
           END-IF

           MOVE WS-UNID-ALUNO     TO WS-CEL-NOVA-UNID
           MOVE WS-SERIE-CORRENTE TO WS-CEL-NOVA-SERIE
           MOVE WS-TURNO-ALUNO    TO WS-CEL-NOVA-TURNO
           MOVE WS-SEXO-ALUNO     TO WS-CEL-NOVA-SEXO
           PERFORM P410-LOCALIZA-CELULA THRU P410-FIM
           MOVE WS-UNID-ALUNO     TO WS-SER-NOVA-UNID
           MOVE WS-SERIE-CORRENTE TO WS-SER-NOVA-SERIE
           PERFORM P420-LOCALIZA-SERIE THRU P420-FIM
           PERFORM P430-LOCALIZA-UNIDADE THRU P430-FIM
           IF TABELA-CHEIA-OK
              GO TO P300-FIM
           END-IF

           ADD 1 TO WS-CONT-ALUNOS
           ADD 1 TO WS-CEL-MATR (WS-CEL-IX)

           PERFORM P310-RENDIMENTO THRU P310-FIM
           EVALUATE TRUE
              WHEN RES-APROVADO
                 ADD 1 TO WS-SER-BASE  (WS-SER-IX)
                 ADD 1 TO WS-SER-APROV (WS-SER-IX)
              WHEN RES-REPROVADO
                 ADD 1 TO WS-SER-BASE   (WS-SER-IX)
                 ADD 1 TO WS-SER-REPROV (WS-SER-IX)
              WHEN RES-ABANDONO
                 ADD 1 TO WS-SER-BASE  (WS-SER-IX)
                 ADD 1 TO WS-SER-ABAND (WS-SER-IX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-FREQ-QTD-AL GREATER THAN ZERO
              COMPUTE WS-FREQ-MEDIA-AL ROUNDED =
                 WS-FREQ-SOMA-AL / WS-FREQ-QTD-AL
              ADD WS-FREQ-MEDIA-AL TO WS-SER-FREQ-SOMA (WS-SER-IX)
              ADD 1 TO WS-SER-FREQ-QTD (WS-SER-IX)
           END-IF

           IF FS-AEE-OK
              MOVE WS-ALUNO-CORRENTE TO ID-ALUNO-AEE
              READ AEE
                 KEY IS ID-ALUNO-AEE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-UNI-AEE (WS-UNI-IX)
                    IF FREQUENTA-AEE-SIM
                       ADD 1 TO WS-UNI-AEE-ATEND (WS-UNI-IX)
                    END-IF
              END-READ
           END-IF

           IF FS-TRP-OK
              MOVE WS-ALUNO-CORRENTE TO ID-ALUNO-TRP
              READ TRANSPORTE
                 KEY IS ID-ALUNO-TRP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-UNI-TRANSP (WS-UNI-IX)
              END-READ
           END-IF
           .
       P300-FIM.

       P310-RENDIMENTO.

      * Ultimo movimento do ano: abandono conta como abandono;
      * transferencia expedida e falecimento tiram o aluno da base
      * das taxas; conclusao conta como aprovacao. Sem movimento, o
      * rendimento vem das notas do ano: alguma disciplina REPROVADO
      * reprova; todas APROVADO aprovam; o resto fica sem resultado.
           MOVE SPACE TO WS-RESULTADO
           MOVE ZERO  TO WS-FREQ-SOMA-AL
           MOVE ZERO  TO WS-FREQ-QTD-AL

           MOVE SPACE TO WS-TIPO-EVT-AL
           MOVE ZERO  TO WS-DATA-EVT-AL
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-QTD
              IF WS-EV-ALUNO (WS-EV-IDX) EQUAL WS-ALUNO-CORRENTE AND
                 WS-EV-DATA (WS-EV-IDX) >= WS-DATA-EVT-AL
                 MOVE WS-EV-TIPO (WS-EV-IDX) TO WS-TIPO-EVT-AL
                 MOVE WS-EV-DATA (WS-EV-IDX) TO WS-DATA-EVT-AL
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-QTD-NOTAS-AL
           MOVE ZERO TO WS-QTD-REPROV-AL
           MOVE ZERO TO WS-QTD-ABERTA-AL

           IF FS-NOT-OK
              MOVE WS-NM-CORRENTE TO NM-ALUNO IN REG-NOTAS
              START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
                 INVALID KEY
                    SET EOF-AUX-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-AUX-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-AUX-OK
                 READ NOTAS NEXT RECORD
                    AT END
                       SET EOF-AUX-OK TO TRUE
                    NOT AT END
                       IF NM-ALUNO IN REG-NOTAS NOT EQUAL
                          WS-NM-CORRENTE
                          SET EOF-AUX-OK TO TRUE
                       ELSE
                          IF ANO-LETIVO IN REG-NOTAS EQUAL WS-ANO-EXT
                             PERFORM P315-NOTA-DO-ANO THRU P315-FIM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           EVALUATE WS-TIPO-EVT-AL
              WHEN 'B'
                 MOVE 'B' TO WS-RESULTADO
              WHEN 'E'
                 CONTINUE
              WHEN 'F'
                 CONTINUE
              WHEN 'C'
                 MOVE 'A' TO WS-RESULTADO
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN WS-QTD-NOTAS-AL EQUAL ZERO
                       CONTINUE
                    WHEN WS-QTD-REPROV-AL GREATER THAN ZERO
                       MOVE 'R' TO WS-RESULTADO
                    WHEN WS-QTD-ABERTA-AL GREATER THAN ZERO
                       CONTINUE
                    WHEN OTHER
                       MOVE 'A' TO WS-RESULTADO
                 END-EVALUATE
           END-EVALUATE
           .
       P310-FIM.

       P315-NOTA-DO-ANO.

           ADD 1 TO WS-QTD-NOTAS-AL
           EVALUATE ST-ALUNO IN REG-NOTAS
              WHEN 'REPROVADO'
                 ADD 1 TO WS-QTD-REPROV-AL
              WHEN 'APROVADO'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-QTD-ABERTA-AL
           END-EVALUATE

           IF FREQ-NOTA NUMERIC AND FREQ-NOTA GREATER THAN ZERO
              ADD FREQ-NOTA TO WS-FREQ-SOMA-AL
              ADD 1 TO WS-FREQ-QTD-AL
           END-IF
           .
       P315-FIM.

       P410-LOCALIZA-CELULA.

      * Tabelas mantidas em ordem de chave: o CSV sai ordenado por
      * unidade, serie, turno e sexo.
           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-CEL-QTD
                 OR WS-CEL-CHAVE (WS-IX) NOT < WS-CEL-NOVA
              CONTINUE
           END-PERFORM

           IF WS-IX NOT > WS-CEL-QTD
              IF WS-CEL-CHAVE (WS-IX) EQUAL WS-CEL-NOVA
                 MOVE WS-IX TO WS-CEL-IX
                 GO TO P410-FIM
              END-IF
           END-IF

           IF WS-CEL-QTD NOT < 599
              MOVE 'S' TO WS-TABELA-CHEIA
              GO TO P410-FIM
           END-IF

           PERFORM VARYING WS-JX FROM WS-CEL-QTD BY -1
              UNTIL WS-JX < WS-IX
              MOVE WS-CEL-ITEM (WS-JX) TO WS-CEL-ITEM (WS-JX + 1)
           END-PERFORM

           ADD 1 TO WS-CEL-QTD
           MOVE WS-CEL-NOVA       TO WS-CEL-CHAVE (WS-IX)
           MOVE WS-DS-SERIE-ALUNO TO WS-CEL-DS-SERIE (WS-IX)
           MOVE ZERO              TO WS-CEL-MATR (WS-IX)
           MOVE WS-IX TO WS-CEL-IX
           .
       P410-FIM.

       P420-LOCALIZA-SERIE.

           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-SER-QTD
                 OR WS-SER-CHAVE (WS-IX) NOT < WS-SER-NOVA
              CONTINUE
           END-PERFORM

           IF WS-IX NOT > WS-SER-QTD
              IF WS-SER-CHAVE (WS-IX) EQUAL WS-SER-NOVA
                 MOVE WS-IX TO WS-SER-IX
                 GO TO P420-FIM
              END-IF
           END-IF

           IF WS-SER-QTD NOT < 299
              MOVE 'S' TO WS-TABELA-CHEIA
              GO TO P420-FIM
           END-IF

           PERFORM VARYING WS-JX FROM WS-SER-QTD BY -1
              UNTIL WS-JX < WS-IX
              MOVE WS-SER-ITEM (WS-JX) TO WS-SER-ITEM (WS-JX + 1)
           END-PERFORM

           ADD 1 TO WS-SER-QTD
           MOVE WS-SER-NOVA       TO WS-SER-CHAVE (WS-IX)
           MOVE WS-DS-SERIE-ALUNO TO WS-SER-DS-SERIE (WS-IX)
           MOVE ZERO TO WS-SER-BASE (WS-IX)
           MOVE ZERO TO WS-SER-APROV (WS-IX)
           MOVE ZERO TO WS-SER-REPROV (WS-IX)
           MOVE ZERO TO WS-SER-ABAND (WS-IX)
           MOVE ZERO TO WS-SER-FREQ-SOMA (WS-IX)
           MOVE ZERO TO WS-SER-FREQ-QTD (WS-IX)
           MOVE WS-IX TO WS-SER-IX
           .
       P420-FIM.

       P430-LOCALIZA-UNIDADE.

           PERFORM VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-UNI-QTD
                 OR WS-UNI-UNID (WS-IX) NOT < WS-UNID-ALUNO
              CONTINUE
           END-PERFORM

           IF WS-IX NOT > WS-UNI-QTD
              IF WS-UNI-UNID (WS-IX) EQUAL WS-UNID-ALUNO
                 MOVE WS-IX TO WS-UNI-IX
                 GO TO P430-FIM
              END-IF
           END-IF

           IF WS-UNI-QTD NOT < 99
              MOVE 'S' TO WS-TABELA-CHEIA
              GO TO P430-FIM
           END-IF

           PERFORM VARYING WS-JX FROM WS-UNI-QTD BY -1
              UNTIL WS-JX < WS-IX
              MOVE WS-UNI-ITEM (WS-JX) TO WS-UNI-ITEM (WS-JX + 1)
           END-PERFORM

           ADD 1 TO WS-UNI-QTD
           MOVE WS-UNID-ALUNO TO WS-UNI-UNID (WS-IX)
           MOVE ZERO TO WS-UNI-AEE (WS-IX)
           MOVE ZERO TO WS-UNI-AEE-ATEND (WS-IX)
           MOVE ZERO TO WS-UNI-TRANSP (WS-IX)
           MOVE WS-IX TO WS-UNI-IX
           .
       P430-FIM.

       P500-GRAVA-CSV.

           SET FS-EXP-OK TO TRUE
           OPEN OUTPUT ABERTOS
           IF NOT FS-EXP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DADOS ABERTOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EXP
              MOVE 'S' TO WS-FALHOU
              GO TO P500-FIM
           END-IF

           MOVE 'INDICADOR;ANO;UNIDADE;SERIE;TURNO;SEXO;VALOR'
              TO WS-LINHA-CSV
           WRITE REG-ABERTOS FROM WS-LINHA-CSV

      * Matriculas por unidade, serie, turno e sexo.
           PERFORM VARYING WS-CEL-IX FROM 1 BY 1
              UNTIL WS-CEL-IX > WS-CEL-QTD
              MOVE 'MATRICULAS' TO WS-IND-CSV
              MOVE WS-CEL-UNID (WS-CEL-IX) TO WS-UNID-CSV
              MOVE WS-CEL-DS-SERIE (WS-CEL-IX) TO WS-SERIE-CSV
              EVALUATE WS-CEL-TURNO (WS-CEL-IX)
                 WHEN 'M'
                    MOVE 'MANHA' TO WS-TURNO-CSV
                 WHEN 'T'
                    MOVE 'TARDE' TO WS-TURNO-CSV
                 WHEN 'N'
                    MOVE 'NOITE' TO WS-TURNO-CSV
                 WHEN OTHER
                    MOVE 'NAO INFORMADO' TO WS-TURNO-CSV
              END-EVALUATE
              EVALUATE WS-CEL-SEXO (WS-CEL-IX)
                 WHEN 'M'
                    MOVE 'MASCULINO' TO WS-SEXO-CSV
                 WHEN 'F'
                    MOVE 'FEMININO' TO WS-SEXO-CSV
                 WHEN OTHER
                    MOVE 'NAO INFORMADO' TO WS-SEXO-CSV
              END-EVALUATE
              MOVE WS-CEL-MATR (WS-CEL-IX) TO WS-CONTAGEM
              PERFORM P520-VALOR-CONTAGEM THRU P520-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM
           END-PERFORM

      * Rendimento e frequencia por unidade e serie.
           MOVE 'TODOS' TO WS-TURNO-CSV
           MOVE 'TODOS' TO WS-SEXO-CSV
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
              UNTIL WS-SER-IX > WS-SER-QTD
              MOVE WS-SER-UNID (WS-SER-IX) TO WS-UNID-CSV
              MOVE WS-SER-DS-SERIE (WS-SER-IX) TO WS-SERIE-CSV
              MOVE WS-SER-BASE (WS-SER-IX) TO WS-BASE

              MOVE 'TAXA-APROVACAO' TO WS-IND-CSV
              MOVE WS-SER-APROV (WS-SER-IX) TO WS-CONTAGEM
              PERFORM P530-VALOR-TAXA THRU P530-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM

              MOVE 'TAXA-REPROVACAO' TO WS-IND-CSV
              MOVE WS-SER-REPROV (WS-SER-IX) TO WS-CONTAGEM
              PERFORM P530-VALOR-TAXA THRU P530-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM

              MOVE 'TAXA-ABANDONO' TO WS-IND-CSV
              MOVE WS-SER-ABAND (WS-SER-IX) TO WS-CONTAGEM
              PERFORM P530-VALOR-TAXA THRU P530-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM

              MOVE 'FREQUENCIA-MEDIA' TO WS-IND-CSV
              PERFORM P540-VALOR-FREQUENCIA THRU P540-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM
           END-PERFORM

      * AEE e transporte por unidade.
           MOVE 'TODAS' TO WS-SERIE-CSV
           PERFORM VARYING WS-UNI-IX FROM 1 BY 1
              UNTIL WS-UNI-IX > WS-UNI-QTD
              MOVE WS-UNI-UNID (WS-UNI-IX) TO WS-UNID-CSV

              MOVE 'ALUNOS-AEE' TO WS-IND-CSV
              MOVE WS-UNI-AEE (WS-UNI-IX) TO WS-CONTAGEM
              PERFORM P520-VALOR-CONTAGEM THRU P520-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM

              MOVE 'ALUNOS-ATENDIDOS-AEE' TO WS-IND-CSV
              MOVE WS-UNI-AEE-ATEND (WS-UNI-IX) TO WS-CONTAGEM
              PERFORM P520-VALOR-CONTAGEM THRU P520-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM

              MOVE 'USUARIOS-TRANSPORTE' TO WS-IND-CSV
              MOVE WS-UNI-TRANSP (WS-UNI-IX) TO WS-CONTAGEM
              PERFORM P520-VALOR-CONTAGEM THRU P520-FIM
              PERFORM P550-GRAVA-LINHA THRU P550-FIM
           END-PERFORM

           CLOSE ABERTOS
           .
       P500-FIM.

       P520-VALOR-CONTAGEM.

      * Zero e publicado; de 1 ate o minimo menos 1 sai suprimido.
           IF WS-CONTAGEM GREATER THAN ZERO AND
              WS-CONTAGEM < WS-MINIMO
              MOVE 'X' TO WS-VALOR-CSV
              ADD 1 TO WS-CONT-SUPRIMIDAS
              GO TO P520-FIM
           END-IF

           MOVE WS-CONTAGEM TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-VALOR-CSV
           PERFORM P560-ALINHA-VALOR THRU P560-FIM
           .
       P520-FIM.

       P530-VALOR-TAXA.

      * Taxa sobre os alunos com resultado no ano; base abaixo do
      * minimo suprime as tres taxas da serie.
           IF WS-BASE < WS-MINIMO
              MOVE 'X' TO WS-VALOR-CSV
              ADD 1 TO WS-CONT-SUPRIMIDAS
              GO TO P530-FIM
           END-IF

           COMPUTE WS-TAXA ROUNDED = WS-CONTAGEM * 100 / WS-BASE
           MOVE WS-TAXA TO WS-TAXA-ED
           MOVE WS-TAXA-ED TO WS-VALOR-CSV
           PERFORM P560-ALINHA-VALOR THRU P560-FIM
           .
       P530-FIM.

       P540-VALOR-FREQUENCIA.

           IF WS-SER-FREQ-QTD (WS-SER-IX) < WS-MINIMO
              MOVE 'X' TO WS-VALOR-CSV
              ADD 1 TO WS-CONT-SUPRIMIDAS
              GO TO P540-FIM
           END-IF

           COMPUTE WS-TAXA ROUNDED = WS-SER-FREQ-SOMA (WS-SER-IX) /
                                     WS-SER-FREQ-QTD (WS-SER-IX)
           MOVE WS-TAXA TO WS-TAXA-ED
           MOVE WS-TAXA-ED TO WS-VALOR-CSV
           PERFORM P560-ALINHA-VALOR THRU P560-FIM
           .
       P540-FIM.

       P550-GRAVA-LINHA.

           MOVE SPACE TO WS-LINHA-CSV
           MOVE 1 TO WS-PTR
           STRING WS-IND-CSV   DELIMITED BY SPACE
                  ';'          DELIMITED BY SIZE
                  WS-ANO-EXT   DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  WS-UNID-CSV  DELIMITED BY SPACE
                  ';'          DELIMITED BY SIZE
                  WS-SERIE-CSV DELIMITED BY '  '
                  ';'          DELIMITED BY SIZE
                  WS-TURNO-CSV DELIMITED BY '  '
                  ';'          DELIMITED BY SIZE
                  WS-SEXO-CSV  DELIMITED BY '  '
                  ';'          DELIMITED BY SIZE
                  WS-VALOR-CSV DELIMITED BY SPACE
                  INTO WS-LINHA-CSV
                  WITH POINTER WS-PTR
           END-STRING

           WRITE REG-ABERTOS FROM WS-LINHA-CSV
           ADD 1 TO WS-CONT-LINHAS
           .
       P550-FIM.

       P560-ALINHA-VALOR.

           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > 9
                      OR WS-VALOR-CSV(WS-K:1) NOT EQUAL SPACE
              ADD 1 TO WS-K
           END-PERFORM
           IF WS-K > 1
              MOVE WS-VALOR-CSV(WS-K:) TO WS-VALOR-AUX
              MOVE WS-VALOR-AUX TO WS-VALOR-CSV
           END-IF
           .
       P560-FIM.

       P600-GRAVA-DICIONARIO.

           SET FS-EXP-OK TO TRUE
           OPEN OUTPUT DICIONARIO
           IF NOT FS-EXP-OK
              DISPLAY 'ERRO AO ABRIR O DICIONARIO DE DADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EXP
              MOVE 'S' TO WS-FALHOU
              GO TO P600-FIM
           END-IF

           MOVE 'DICIONARIO DE DADOS - EXTRATO DE DADOS ABERTOS'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           STRING 'GERADO EM '   DELIMITED BY SIZE
                  WS-AUX-DIA     DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-AUX-MES     DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WS-AUX-ANO     DELIMITED BY SIZE
                  ' - ANO LETIVO ' DELIMITED BY SIZE
                  WS-ANO-EXT     DELIMITED BY SIZE
                  INTO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           IF WS-UNID-EXT EQUAL SPACE
              MOVE 'UNIDADES: TODAS' TO WS-LINHA-DIC
           ELSE
              STRING 'UNIDADE: ' DELIMITED BY SIZE
                     WS-UNID-EXT DELIMITED BY SIZE
                     INTO WS-LINHA-DIC
           END-IF
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           MOVE 'FORMATO: TEXTO SEPARADO POR PONTO E VIRGULA (;),'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  DECIMAIS COM VIRGULA, PRIMEIRA LINHA COM OS NOMES'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  DAS COLUNAS. SOMENTE DADOS AGREGADOS.'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           MOVE 'COLUNAS:' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  INDICADOR - NOME DO INDICADOR (VER ABAIXO)'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  ANO       - ANO LETIVO' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  UNIDADE   - CODIGO DA UNIDADE ESCOLAR'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  SERIE     - SERIE/ANO ESCOLAR, NAO INFORMADA OU'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '              TODAS' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  TURNO     - MANHA, TARDE, NOITE, NAO INFORMADO OU'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '              TODOS' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  SEXO      - MASCULINO, FEMININO, NAO INFORMADO OU'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '              TODOS' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  VALOR     - CONTAGEM, PERCENTUAL OU X (SUPRIMIDO)'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           MOVE 'INDICADORES:' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  MATRICULAS - ALUNOS MATRICULADOS NO ANO, POR'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    UNIDADE, SERIE, TURNO E SEXO.' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  TAXA-APROVACAO, TAXA-REPROVACAO, TAXA-ABANDONO -'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    PERCENTUAL SOBRE OS ALUNOS COM RESULTADO NO ANO'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    (APROVADOS, REPROVADOS E ABANDONOS), POR UNIDADE'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    E SERIE. TRANSFERIDOS E FALECIDOS NAO ENTRAM.'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  FREQUENCIA-MEDIA - MEDIA DO PERCENTUAL DE'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    FREQUENCIA DOS ALUNOS COM FREQUENCIA APURADA NO'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    ANO, POR UNIDADE E SERIE.' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  ALUNOS-AEE - ALUNOS COM CLASSIFICACAO DE EDUCACAO'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    ESPECIAL, POR UNIDADE.' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  ALUNOS-ATENDIDOS-AEE - DOS QUAIS FREQUENTAM O'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    ATENDIMENTO EDUCACIONAL ESPECIALIZADO.'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  USUARIOS-TRANSPORTE - ALUNOS VINCULADOS A UMA ROTA'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '    DO TRANSPORTE ESCOLAR, POR UNIDADE.'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           MOVE WS-MINIMO TO WS-MINIMO-ED
           STRING 'SUPRESSAO: CONTAGENS DE 1 A MENOS DE '
                                     DELIMITED BY SIZE
                  WS-MINIMO-ED       DELIMITED BY SIZE
                  ' ALUNOS SAEM COMO X.'
                                     DELIMITED BY SIZE
                  INTO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  TAXAS E FREQUENCIA MEDIA SAEM COMO X QUANDO A BASE'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  DE ALUNOS E MENOR QUE O MINIMO. O ARQUIVO NAO TRAZ'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  TOTAIS, PARA QUE UM VALOR SUPRIMIDO NAO POSSA SER'
              TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM
           MOVE '  RECUPERADO POR SUBTRACAO.' TO WS-LINHA-DIC
           PERFORM P650-GRAVA-LINHA-DIC THRU P650-FIM

           CLOSE DICIONARIO
           .
       P600-FIM.

       P650-GRAVA-LINHA-DIC.

           WRITE REG-DICIONARIO FROM WS-LINHA-DIC
           MOVE SPACE TO WS-LINHA-DIC
           .
       P650-FIM.

       P280-GRAVA-ESTADO.

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
              MOVE 'S' TO WS-FALHOU
           END-IF

           CLOSE ESTADO
           .
       P280-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGABER.
