      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Mala direta aos responsaveis: gera uma carta por
      *          aluno a partir de um modelo de texto com campos entre
      *          < > (ALUNO, RESPONSAVEL, TURMA, RECUPERACAO, FALTAS,
      *          DATA, DATA-EVENTO e outros), para a selecao escolhida:
      *          turma, reprovados do ano, FICAI em aberto, documentos
      *          pendentes da matricula (DOCMAT) ou livros didaticos
      *          nao devolvidos (EMPRESTIMOS). As cartas saem no spool
      *          e cada uma e protocolada no controle de comunicados
      *          (PROGCOMU) com o canhoto pendente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMALA.


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

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS-DIS.

           SELECT RECPAR ASSIGN TO
           WS-CAMINHO-RECPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-RECPAR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT FICAI ASSIGN TO
           WS-CAMINHO-FICAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-FICAI
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT DOCMAT ASSIGN TO
           WS-CAMINHO-DOCMAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-DOCMAT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT EMPRESTIMOS ASSIGN TO
           WS-CAMINHO-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-EMPRESTIMO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT LIVROS ASSIGN TO
           WS-CAMINHO-LIVROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-LIVRO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-LIV.

           SELECT COMUNICADOS ASSIGN TO
           WS-CAMINHO-COMUNICADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-COMUNICADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-COM.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT MODELO ASSIGN TO
           WS-CAMINHO-MODELO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  RECPAR.
           COPY FD-RECPAR.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  FICAI.
           COPY FD-FICAI.

       FD  DOCMAT.
           COPY FD-DOCMAT.

       FD  EMPRESTIMOS.
           COPY FD-EMPREST.

       FD  LIVROS.
           COPY FD-LIVROS.

       FD  COMUNICADOS.
           COPY FD-COMUNIC.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  MODELO.
       01  REG-MODELO                        PIC X(80).

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-RECPAR                 PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-FICAI                  PIC X(80).
       01  WS-CAMINHO-DOCMAT                 PIC X(80).
       01  WS-CAMINHO-EMPRESTIMOS            PIC X(80).
       01  WS-CAMINHO-LIVROS                 PIC X(80).
       01  WS-CAMINHO-COMUNICADOS            PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-MODELO                 PIC X(80).
       01  WS-CAMINHO-MODELO-PADRAO          PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DIS                         PIC 99.
           88 FS-DIS-OK                      VALUE 0.

       77  WS-FS-LIV                         PIC 99.
           88 FS-LIV-OK                      VALUE 0.

       77  WS-FS-COM                         PIC 99.
           88 FS-COM-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-MOD                         PIC 99.
           88 FS-MOD-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

      * Selecao: alunos destinatarios, sem repeticao.
       77  WS-SELECAO                        PIC X(01) VALUE SPACE.
       01  WS-DS-SELECAO                     PIC X(30) VALUE SPACE.
       77  WS-TURMA-SEL                      PIC 9(05) VALUE ZERO.
       77  WS-ANO-SEL                        PIC 9(04) VALUE ZERO.
       77  WS-SEL-QTD                        PIC 9(04) VALUE ZERO.
       77  WS-SEL-IDX                        PIC 9(04) VALUE ZERO.
       77  WS-SEL-ALUNO                      PIC 9(05) VALUE ZERO.
       77  WS-SEL-ACHOU                      PIC X VALUE 'N'.
           88 SEL-ACHADO                     VALUE 'S'.
       77  WS-SEL-EXCEDIDOS                  PIC 9(04) VALUE ZERO.

       01  WS-TAB-SELECAO.
           03 WS-SEL-ITEM OCCURS 2000 TIMES.
              05 WS-SEL-ID                   PIC 9(05).

      * Modelo da carta carregado em memoria.
       77  WS-MOD-QTD                        PIC 9(03) VALUE ZERO.
       77  WS-MOD-IDX                        PIC 9(03) VALUE ZERO.

       01  WS-TAB-MODELO.
           03 WS-MOD-LINHA OCCURS 120 TIMES  PIC X(80).

      * Parametros do protocolo de cada carta.
       77  WS-TIPO-DOC                       PIC X(01) VALUE SPACE.
       77  WS-VIA-DOC                        PIC X(01) VALUE SPACE.
       01  WS-DESCRICAO                      PIC X(30) VALUE SPACE.
       77  WS-DATA-EVENTO                    PIC 9(08) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

       01  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO                     PIC 9(04).
           03 WS-AUX-MES                     PIC 9(02).
           03 WS-AUX-DIA                     PIC 9(02).
       01  WS-DATA-AUX-FMT                   PIC X(10) VALUE SPACE.
       01  WS-DATA-HOJE-FMT                  PIC X(10) VALUE SPACE.
       01  WS-DATA-EVENTO-FMT                PIC X(10) VALUE SPACE.

      * Campos da carta do aluno corrente.
       01  WS-C-ALUNO                        PIC X(20) VALUE SPACE.
      * Nome civil: chave das NOTAS, que guardam o nome do cadastro.
       01  WS-C-NM-CIVIL                     PIC X(20) VALUE SPACE.
       01  WS-C-ID                           PIC 9(05) VALUE ZERO.
       01  WS-C-RESPONSAVEL                  PIC X(20) VALUE SPACE.
       01  WS-C-TURMA                        PIC X(20) VALUE SPACE.
       01  WS-C-FALTAS                       PIC 9(05) VALUE ZERO.
       01  WS-C-FALTAS-ED                    PIC ZZZZ9.
       01  WS-C-RECUPERACAO                  PIC X(200) VALUE SPACE.
       01  WS-C-REPROVACOES                  PIC X(200) VALUE SPACE.
       01  WS-C-LIVROS                       PIC X(200) VALUE SPACE.
       01  WS-C-DOCUMENTOS                   PIC X(200) VALUE SPACE.
       77  WS-TURMA-ALUNO                    PIC 9(05) VALUE ZERO.
       77  WS-DISC-ANTERIOR                  PIC 9(05) VALUE ZERO.

      * Montagem de listas (disciplinas, livros, documentos).
       01  WS-LISTA                          PIC X(200) VALUE SPACE.
       77  WS-LISTA-PTR                      PIC 9(03) VALUE ZERO.
       01  WS-ITEM                           PIC X(30) VALUE SPACE.

      * Substituicao dos campos na linha do modelo.
       01  WS-MODELO-LINHA                   PIC X(80) VALUE SPACE.
       77  WS-ML-TAM                         PIC 9(03) VALUE ZERO.
       01  WS-MONTADA                        PIC X(400) VALUE SPACE.
       77  WS-PTR                            PIC 9(03) VALUE ZERO.
       77  WS-I                              PIC 9(03) VALUE ZERO.
       77  WS-J                              PIC 9(03) VALUE ZERO.
       77  WS-K                              PIC 9(03) VALUE ZERO.
       77  WS-J-LIMITE                       PIC 9(03) VALUE ZERO.
       77  WS-INI                            PIC 9(03) VALUE ZERO.
       77  WS-TAM                            PIC 9(03) VALUE ZERO.
       77  WS-RESTO                          PIC 9(03) VALUE ZERO.
       01  WS-CAMPO                          PIC X(20) VALUE SPACE.
       01  WS-VALOR                          PIC X(200) VALUE SPACE.
       01  WS-VALOR-AUX                      PIC X(200) VALUE SPACE.
       77  WS-CAMPO-ACHOU                    PIC X VALUE 'N'.
           88 CAMPO-ACHADO                   VALUE 'S'.
       77  WS-FECHA-ACHOU                    PIC X VALUE 'N'.
           88 FECHA-ACHADO                   VALUE 'S'.

       77  WS-CONT-CARTAS                    PIC 9(04) VALUE ZERO.
       77  WS-CONT-SEM-CADASTRO              PIC 9(04) VALUE ZERO.
       77  WS-CONT-NAO-PROTOCOLADAS          PIC 9(04) VALUE ZERO.

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
           MOVE 'S' TO WS-VL-USA-DISCIPLINAS
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
           DISPLAY 'MALA DIRETA AOS RESPONSAVEIS'
           DISPLAY '***************************************************'

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
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

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-RECPAR FROM ENVIRONMENT 'RECPAR_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RECPAR.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-RECPAR
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-FICAI FROM ENVIRONMENT 'FICAI_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FICAI.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-FICAI
           END-ACCEPT

           ACCEPT WS-CAMINHO-DOCMAT FROM ENVIRONMENT 'DOCMAT_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DOCMAT.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-DOCMAT
           END-ACCEPT

           ACCEPT WS-CAMINHO-EMPRESTIMOS FROM ENVIRONMENT
              'EMPRESTIMOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EMPRESTIMOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-EMPRESTIMOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-LIVROS FROM ENVIRONMENT 'LIVROS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'LIVROS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-LIVROS
           END-ACCEPT

           ACCEPT WS-CAMINHO-COMUNICADOS FROM ENVIRONMENT
              'COMUNICADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'COMUNICADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-COMUNICADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-MODELO-PADRAO FROM ENVIRONMENT
              'MALA_MODELO_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MODELO-CARTA.txt'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-MODELO-PADRAO
           END-ACCEPT
           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     Cartas para:                                |'
           DISPLAY '|     1 - Alunos de uma Turma                     |'
           DISPLAY '|     2 - Reprovados do Ano Letivo                |'
           DISPLAY '|     3 - Alunos com FICAI em Aberto              |'
           DISPLAY '|     4 - Documentos de Matricula Pendentes       |'
           DISPLAY '|     5 - Livros Didaticos Nao Devolvidos         |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           MOVE ZERO TO WS-SEL-QTD
           MOVE ZERO TO WS-SEL-EXCEDIDOS
           MOVE WS-OPCAO TO WS-SELECAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P110-SEL-TURMA THRU P110-FIM
              WHEN '2'
                 PERFORM P120-SEL-REPROVADOS THRU P120-FIM
              WHEN '3'
                 PERFORM P130-SEL-FICAI THRU P130-FIM
              WHEN '4'
                 PERFORM P140-SEL-DOCMAT THRU P140-FIM
              WHEN '5'
                 PERFORM P150-SEL-EMPRESTIMOS THRU P150-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
                 GO TO P100-FIM
              WHEN 'f'
                 SET EXT-OK TO TRUE
                 GO TO P100-FIM
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
                 GO TO P100-FIM
           END-EVALUATE

           IF WS-SEL-EXCEDIDOS GREATER THAN ZERO
              DISPLAY 'AVISO: LIMITE DE 2000 ALUNOS NA SELECAO. '
                      WS-SEL-EXCEDIDOS ' ALUNO(S) FICARAM DE FORA.'
           END-IF

           IF WS-SEL-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO NA SELECAO. NENHUMA CARTA GERADA.'
              GO TO P100-FIM
           END-IF

           DISPLAY WS-SEL-QTD ' ALUNO(S) SELECIONADO(S): '
                   WS-DS-SELECAO

           PERFORM P200-PARAMETROS THRU P200-FIM
           IF WS-MOD-QTD EQUAL ZERO
              GO TO P100-FIM
           END-IF

           DISPLAY 'TECLE <S> para gerar e protocolar ' WS-SEL-QTD
                   ' carta(s) ou <QUALQUER TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'GERACAO CANCELADA.'
              GO TO P100-FIM
           END-IF

           PERFORM P300-GERA-CARTAS THRU P300-FIM
           .
       P100-FIM.

       P105-PEDE-ANO.

           DISPLAY 'Informe o ano letivo (0 para o ano corrente): '
           ACCEPT WS-ANO-SEL
           IF WS-ANO-SEL NOT NUMERIC OR WS-ANO-SEL EQUAL ZERO
              ACCEPT WS-DATA-AUX FROM DATE YYYYMMDD
              MOVE WS-AUX-ANO TO WS-ANO-SEL
           END-IF
           .
       P105-FIM.

       P110-SEL-TURMA.

           DISPLAY 'Informe o ID da turma: '
           ACCEPT WS-TURMA-SEL
           IF WS-TURMA-SEL NOT NUMERIC OR WS-TURMA-SEL EQUAL ZERO
              DISPLAY 'TURMA INVALIDA.'
              GO TO P110-FIM
           END-IF
           PERFORM P105-PEDE-ANO THRU P105-FIM

           MOVE SPACE TO WS-DS-SELECAO
           STRING 'TURMA '     DELIMITED BY SIZE
                  WS-TURMA-SEL DELIMITED BY SIZE
                  ' ANO '      DELIMITED BY SIZE
                  WS-ANO-SEL   DELIMITED BY SIZE
                  INTO WS-DS-SELECAO

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P110-FIM
           END-IF

           MOVE WS-TURMA-SEL TO TURMA-MATRICULA
           MOVE WS-ANO-SEL   TO ANO-MATRICULA
           START MATRICULA KEY IS EQUAL CHAVE-TURMA-MAT
              INVALID KEY
                 CLOSE MATRICULA
                 GO TO P110-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-SEL OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-SEL
                       SET EOF-OK TO TRUE
                    ELSE
                       MOVE ID-ALUNO-MAT TO WS-SEL-ALUNO
                       PERFORM P190-ACRESCENTA-ALUNO THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           .
       P110-FIM.

       P120-SEL-REPROVADOS.

      * Reprovado em ao menos uma disciplina no ano (mesma regra do
      * certificado do PROGDECL); NOTAS guarda o nome do aluno.
           PERFORM P105-PEDE-ANO THRU P105-FIM

           MOVE SPACE TO WS-DS-SELECAO
           STRING 'REPROVADOS ' DELIMITED BY SIZE
                  WS-ANO-SEL    DELIMITED BY SIZE
                  INTO WS-DS-SELECAO

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P120-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE NOTAS
              GO TO P120-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-LETIVO IN REG-NOTAS EQUAL WS-ANO-SEL AND
                       ST-ALUNO IN REG-NOTAS EQUAL 'REPROVADO'
                       MOVE NM-ALUNO IN REG-NOTAS
                          TO NM-ALUNO IN REG-ALUNO
                       READ ALUNOS
                          KEY IS NM-ALUNO IN REG-ALUNO
                          INVALID KEY
                             DISPLAY 'ALUNO SEM CADASTRO: '
                                     NM-ALUNO IN REG-NOTAS
                          NOT INVALID KEY
                             MOVE ID-ALUNO TO WS-SEL-ALUNO
                             PERFORM P190-ACRESCENTA-ALUNO
                                THRU P190-FIM
                       END-READ
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE NOTAS
           .
       P120-FIM.

       P130-SEL-FICAI.

      * FICAI em aberto: aberta ou encaminhada ao conselho tutelar,
      * ainda sem resolucao.
           MOVE 'FICAI EM ABERTO' TO WS-DS-SELECAO
           PERFORM P105-PEDE-ANO THRU P105-FIM

           SET FS-OK TO TRUE
           OPEN INPUT FICAI
           IF NOT FS-OK
              DISPLAY 'NENHUMA FICAI REGISTRADA (FILE STATUS '
                      WS-FS ').'
              GO TO P130-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ FICAI NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT FIC-RESOLVIDA
                       MOVE ID-ALUNO-FIC TO WS-SEL-ALUNO
                       PERFORM P190-ACRESCENTA-ALUNO THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FICAI
           .
       P130-FIM.

       P140-SEL-DOCMAT.

           MOVE 'DOCUMENTOS PENDENTES' TO WS-DS-SELECAO
           PERFORM P105-PEDE-ANO THRU P105-FIM

           SET FS-OK TO TRUE
           OPEN INPUT DOCMAT
           IF NOT FS-OK
              DISPLAY 'NENHUM CHECKLIST DE DOCUMENTOS (FILE STATUS '
                      WS-FS ').'
              GO TO P140-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DOCMAT NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DOC-PENDENTE
                       MOVE ID-ALUNO-DOC TO WS-SEL-ALUNO
                       PERFORM P190-ACRESCENTA-ALUNO THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DOCMAT
           .
       P140-FIM.

       P150-SEL-EMPRESTIMOS.

           PERFORM P105-PEDE-ANO THRU P105-FIM

           MOVE SPACE TO WS-DS-SELECAO
           STRING 'LIVROS NAO DEVOLVIDOS ' DELIMITED BY SIZE
                  WS-ANO-SEL               DELIMITED BY SIZE
                  INTO WS-DS-SELECAO

           SET FS-OK TO TRUE
           OPEN INPUT EMPRESTIMOS
           IF NOT FS-OK
              DISPLAY 'NENHUM EMPRESTIMO REGISTRADO (FILE STATUS '
                      WS-FS ').'
              GO TO P150-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ EMPRESTIMOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF EMP-EMPRESTADO AND ANO-EMP EQUAL WS-ANO-SEL
                       MOVE ID-ALUNO-EMP TO WS-SEL-ALUNO
                       PERFORM P190-ACRESCENTA-ALUNO THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS
           .
       P150-FIM.

       P190-ACRESCENTA-ALUNO.

           MOVE 'N' TO WS-SEL-ACHOU
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-QTD OR SEL-ACHADO
              IF WS-SEL-ID (WS-SEL-IDX) EQUAL WS-SEL-ALUNO
                 MOVE 'S' TO WS-SEL-ACHOU
              END-IF
           END-PERFORM
           IF SEL-ACHADO
              GO TO P190-FIM
           END-IF

           IF WS-SEL-QTD NOT LESS THAN 2000
              ADD 1 TO WS-SEL-EXCEDIDOS
              GO TO P190-FIM
           END-IF

           ADD 1 TO WS-SEL-QTD
           MOVE WS-SEL-ALUNO TO WS-SEL-ID (WS-SEL-QTD)
           .
       P190-FIM.

       P200-PARAMETROS.

           MOVE ZERO TO WS-MOD-QTD

           DISPLAY 'Arquivo do modelo da carta (ENTER para '
                   WS-CAMINHO-MODELO-PADRAO(1:40) '...): '
           MOVE SPACE TO WS-CAMINHO-MODELO
           ACCEPT WS-CAMINHO-MODELO
           IF WS-CAMINHO-MODELO EQUAL SPACE
              MOVE WS-CAMINHO-MODELO-PADRAO TO WS-CAMINHO-MODELO
           END-IF

           PERFORM P210-CARREGA-MODELO THRU P210-FIM
           IF WS-MOD-QTD EQUAL ZERO
              GO TO P200-FIM
           END-IF

           DISPLAY 'Tipo do comunicado <C> Convocacao ou <O> Bilhete: '
           ACCEPT WS-TIPO-DOC
           IF WS-TIPO-DOC EQUAL 'o' MOVE 'O' TO WS-TIPO-DOC END-IF
           IF WS-TIPO-DOC NOT EQUAL 'O'
              MOVE 'C' TO WS-TIPO-DOC
           END-IF

           DISPLAY 'Via <M> Mao do aluno, <R> Responsavel em maos ou '
                   '<C> Correio: '
           ACCEPT WS-VIA-DOC
           IF WS-VIA-DOC EQUAL 'r' MOVE 'R' TO WS-VIA-DOC END-IF
           IF WS-VIA-DOC EQUAL 'c' MOVE 'C' TO WS-VIA-DOC END-IF
           IF WS-VIA-DOC NOT EQUAL 'R' AND WS-VIA-DOC NOT EQUAL 'C'
              MOVE 'M' TO WS-VIA-DOC
           END-IF

           DISPLAY 'Descricao do comunicado: '
           MOVE SPACE TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO EQUAL SPACE
              MOVE 'MALA DIRETA' TO WS-DESCRICAO
           END-IF

           DISPLAY 'Data do evento/convocacao para o campo '
                   '<DATA-EVENTO> (AAAAMMDD, 0 se nao houver): '
           ACCEPT WS-DATA-EVENTO
           IF WS-DATA-EVENTO NOT NUMERIC
              MOVE ZERO TO WS-DATA-EVENTO
           END-IF

           MOVE SPACE TO WS-DATA-EVENTO-FMT
           IF WS-DATA-EVENTO NOT EQUAL ZERO
              MOVE WS-DATA-EVENTO TO WS-DATA-AUX
              PERFORM P620-FORMATA-DATA THRU P620-FIM
              MOVE WS-DATA-AUX-FMT TO WS-DATA-EVENTO-FMT
           END-IF
           .
       P200-FIM.

       P210-CARREGA-MODELO.

           SET FS-MOD-OK TO TRUE
           OPEN INPUT MODELO
           IF NOT FS-MOD-OK
              DISPLAY 'MODELO DA CARTA NAO ENCONTRADO: '
                      WS-CAMINHO-MODELO
              GO TO P210-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MODELO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF WS-MOD-QTD < 120
                       ADD 1 TO WS-MOD-QTD
                       MOVE REG-MODELO TO WS-MOD-LINHA (WS-MOD-QTD)
                    ELSE
                       DISPLAY 'AVISO: MODELO COM MAIS DE 120 LINHAS. '
                               'O RESTANTE FOI IGNORADO.'
                       SET EOF-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MODELO

           IF WS-MOD-QTD EQUAL ZERO
              DISPLAY 'MODELO DA CARTA VAZIO.'
           END-IF
           .
       P210-FIM.

       P300-GERA-CARTAS.

           MOVE ZERO TO WS-CONT-CARTAS
           MOVE ZERO TO WS-CONT-SEM-CADASTRO
           MOVE ZERO TO WS-CONT-NAO-PROTOCOLADAS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM P620-FORMATA-DATA THRU P620-FIM
           MOVE WS-DATA-AUX-FMT TO WS-DATA-HOJE-FMT

      * As cartas so existem no spool: sem ele nada e protocolado.
           MOVE 'MALA DIRETA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM
           IF NOT REL-ABERTO-OK
              DISPLAY 'CARTAS NAO GERADAS.'
              GO TO P300-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              GO TO P300-FIM
           END-IF

           SET FS-COM-OK TO TRUE
           OPEN I-O COMUNICADOS

           IF WS-FS-COM EQUAL 35
              OPEN OUTPUT COMUNICADOS
              CLOSE COMUNICADOS
              OPEN I-O COMUNICADOS
           END-IF

           IF NOT FS-COM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COMUNICADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-COM
              CLOSE ALUNOS
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              GO TO P300-FIM
           END-IF

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-SEL-QTD
              PERFORM P310-CARTA-ALUNO THRU P310-FIM
           END-PERFORM

           CLOSE COMUNICADOS
           CLOSE ALUNOS
           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           DISPLAY ' '
           DISPLAY 'RESUMO DA MALA DIRETA: ' WS-DS-SELECAO
           DISPLAY 'CARTAS GERADAS E PROTOCOLADAS: ' WS-CONT-CARTAS
           DISPLAY 'ALUNOS SEM CADASTRO:           '
                   WS-CONT-SEM-CADASTRO
           DISPLAY 'CARTAS NAO PROTOCOLADAS:       '
                   WS-CONT-NAO-PROTOCOLADAS
           .
       P300-FIM.

       P310-CARTA-ALUNO.

           MOVE WS-SEL-ID (WS-SEL-IDX) TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
              INVALID KEY
                 ADD 1 TO WS-CONT-SEM-CADASTRO
                 DISPLAY 'ALUNO ' ID-ALUNO ' SEM CADASTRO. CARTA '
                         'NAO GERADA.'
                 GO TO P310-FIM
           END-READ

           MOVE ID-ALUNO TO WS-C-ID
      * Nome social, quando houver: a carta nao e documento oficial.
           MOVE NM-ALUNO IN REG-ALUNO TO WS-C-ALUNO
           MOVE NM-ALUNO IN REG-ALUNO TO WS-C-NM-CIVIL
           IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
              MOVE NM-SOCIAL-ALUNO TO WS-C-ALUNO
           END-IF
      * Sem responsavel cadastrado, a carta vai para a mae ou o pai.
           MOVE NM-RESPONSAVEL TO WS-C-RESPONSAVEL
           IF WS-C-RESPONSAVEL EQUAL SPACE
              MOVE NM-MAE-ALUNO TO WS-C-RESPONSAVEL
           END-IF
           IF WS-C-RESPONSAVEL EQUAL SPACE
              MOVE NM-PAI-ALUNO TO WS-C-RESPONSAVEL
           END-IF

           PERFORM P410-TURMA THRU P410-FIM
           PERFORM P420-RECUPERACAO THRU P420-FIM
           PERFORM P430-FALTAS THRU P430-FIM
           PERFORM P440-LIVROS THRU P440-FIM
           PERFORM P450-DOCUMENTOS THRU P450-FIM
           PERFORM P460-REPROVACOES THRU P460-FIM

           PERFORM P650-PROTOCOLA THRU P650-FIM
           IF NOT FS-COM-OK
              ADD 1 TO WS-CONT-NAO-PROTOCOLADAS
              DISPLAY 'CARTA DO ALUNO ' WS-C-ID ' NAO PROTOCOLADA '
                      '(FILE STATUS ' WS-FS-COM '). NAO IMPRESSA.'
              SET FS-COM-OK TO TRUE
              GO TO P310-FIM
           END-IF

           PERFORM P500-IMPRIME-CARTA THRU P500-FIM
           ADD 1 TO WS-CONT-CARTAS
           .
       P310-FIM.

       P410-TURMA.

      * Turma do aluno no ano da selecao (a primeira matricula
      * enturmada), pelo mesmo caminho do PROGCOMU.
           MOVE SPACE TO WS-C-TURMA
           MOVE ZERO  TO WS-TURMA-ALUNO

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              GO TO P410-FIM
           END-IF

           MOVE WS-C-ID TO ID-ALUNO-MAT
           MOVE ZERO    TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    CLOSE MATRICULA
                    GO TO P410-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-C-ID
                       SET EOF-OK TO TRUE
                    ELSE
                       IF TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO AND
                          ANO-MATRICULA EQUAL WS-ANO-SEL
                          MOVE TURMA-MATRICULA TO WS-TURMA-ALUNO
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA

           IF WS-TURMA-ALUNO EQUAL ZERO
              GO TO P410-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              MOVE WS-TURMA-ALUNO TO WS-C-TURMA
              GO TO P410-FIM
           END-IF

           MOVE WS-TURMA-ALUNO TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
              INVALID KEY
                 MOVE WS-TURMA-ALUNO TO WS-C-TURMA
              NOT INVALID KEY
                 MOVE DS-TURMA TO WS-C-TURMA
           END-READ

           CLOSE TURMAS
           .
       P410-FIM.

       P420-RECUPERACAO.

      * Disciplinas com convocacao de recuperacao paralela ainda
      * pendente (PROGRECP) no ano.
           MOVE SPACE TO WS-LISTA
           MOVE 1 TO WS-LISTA-PTR
           MOVE ZERO TO WS-DISC-ANTERIOR

           SET FS-OK TO TRUE
           OPEN INPUT RECPAR
           IF NOT FS-OK
              GO TO P420-SAIDA
           END-IF

           SET FS-DIS-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           MOVE WS-C-ID TO ID-ALUNO-RCP
           MOVE ZERO    TO ID-DISCIPLINA-RCP
           MOVE ZERO    TO ANO-RCP
           MOVE ZERO    TO TRIM-RCP
           START RECPAR KEY IS GREATER THAN OR EQUAL CHAVE-RECPAR
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ RECPAR NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-RCP NOT EQUAL WS-C-ID
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-RCP EQUAL WS-ANO-SEL AND
                          RCP-CONVOCADO AND
                          ID-DISCIPLINA-RCP NOT EQUAL WS-DISC-ANTERIOR
                          MOVE ID-DISCIPLINA-RCP TO WS-DISC-ANTERIOR
                          PERFORM P425-NOME-DISCIPLINA THRU P425-FIM
                          PERFORM P590-ACRESCENTA-ITEM THRU P590-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FS-DIS-OK
              CLOSE DISCIPLINAS
           END-IF
           CLOSE RECPAR
           .
       P420-SAIDA.

           IF WS-LISTA EQUAL SPACE
              MOVE 'NENHUMA' TO WS-LISTA
           END-IF
           MOVE WS-LISTA TO WS-C-RECUPERACAO
           .
       P420-FIM.

       P425-NOME-DISCIPLINA.

           MOVE SPACE TO WS-ITEM
           MOVE ID-DISCIPLINA-RCP TO WS-ITEM(1:5)
           IF NOT FS-DIS-OK
              GO TO P425-FIM
           END-IF

           MOVE ID-DISCIPLINA-RCP TO ID-DISCIPLINA IN REG-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE NM-DISCIPLINA IN REG-DISCIPLINA TO WS-ITEM
           END-READ
           .
       P425-FIM.

       P430-FALTAS.

      * Total de faltas lancadas no diario (todas as disciplinas e
      * trimestres do ano em curso).
           MOVE ZERO TO WS-C-FALTAS

           SET FS-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-OK
              GO TO P430-FIM
           END-IF

           MOVE WS-C-ID TO ID-ALUNO-FRQ
           MOVE ZERO    TO ID-DISCIPLINA-FRQ
           MOVE ZERO    TO TRIMESTRE-FRQ
           START FREQUENCIA KEY IS GREATER THAN OR EQUAL
              CHAVE-FREQUENCIA
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ FREQUENCIA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-FRQ NOT EQUAL WS-C-ID
                       SET EOF-OK TO TRUE
                    ELSE
                       IF FALTAS-FRQ NUMERIC
                          ADD FALTAS-FRQ TO WS-C-FALTAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FREQUENCIA
           .
       P430-FIM.

       P440-LIVROS.

      * Livros didaticos ainda emprestados ao aluno, de qualquer ano.
           MOVE SPACE TO WS-LISTA
           MOVE 1 TO WS-LISTA-PTR

           SET FS-OK TO TRUE
           OPEN INPUT EMPRESTIMOS
           IF NOT FS-OK
              GO TO P440-SAIDA
           END-IF

           SET FS-LIV-OK TO TRUE
           OPEN INPUT LIVROS

           MOVE WS-C-ID TO ID-ALUNO-EMP
           MOVE ZERO    TO ID-LIVRO-EMP
           MOVE ZERO    TO ANO-EMP
           START EMPRESTIMOS KEY IS GREATER THAN OR EQUAL
              CHAVE-EMPRESTIMO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ EMPRESTIMOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-EMP NOT EQUAL WS-C-ID
                       SET EOF-OK TO TRUE
                    ELSE
                       IF EMP-EMPRESTADO
                          MOVE SPACE TO WS-ITEM
                          MOVE ID-LIVRO-EMP TO WS-ITEM(1:5)
                          IF FS-LIV-OK
                             MOVE ID-LIVRO-EMP TO ID-LIVRO
                             READ LIVROS
                                KEY IS ID-LIVRO
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   MOVE DS-LIVRO TO WS-ITEM
                             END-READ
                          END-IF
                          PERFORM P590-ACRESCENTA-ITEM THRU P590-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FS-LIV-OK
              CLOSE LIVROS
           END-IF
           CLOSE EMPRESTIMOS
           .
       P440-SAIDA.

           IF WS-LISTA EQUAL SPACE
              MOVE 'NENHUM' TO WS-LISTA
           END-IF
           MOVE WS-LISTA TO WS-C-LIVROS
           .
       P440-FIM.

       P450-DOCUMENTOS.

           MOVE SPACE TO WS-LISTA
           MOVE 1 TO WS-LISTA-PTR

           SET FS-OK TO TRUE
           OPEN INPUT DOCMAT
           IF NOT FS-OK
              GO TO P450-SAIDA
           END-IF

           MOVE WS-C-ID TO ID-ALUNO-DOC
           MOVE SPACE   TO TIPO-DOC
           START DOCMAT KEY IS GREATER THAN OR EQUAL CHAVE-DOCMAT
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ DOCMAT NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-DOC NOT EQUAL WS-C-ID
                       SET EOF-OK TO TRUE
                    ELSE
                       IF DOC-PENDENTE
                          EVALUATE TRUE
                             WHEN DOC-CERTIDAO
                                MOVE 'CERTIDAO DE NASCIMENTO'
                                   TO WS-ITEM
                             WHEN DOC-RESIDENCIA
                                MOVE 'COMPROVANTE RESIDENCIA'
                                   TO WS-ITEM
                             WHEN DOC-HISTORICO
                                MOVE 'HISTORICO ANTERIOR' TO WS-ITEM
                             WHEN DOC-VACINACAO
                                MOVE 'CARTEIRA DE VACINACAO'
                                   TO WS-ITEM
                             WHEN OTHER
                                MOVE SPACE TO WS-ITEM
                                MOVE TIPO-DOC TO WS-ITEM(1:1)
                          END-EVALUATE
                          PERFORM P590-ACRESCENTA-ITEM THRU P590-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DOCMAT
           .
       P450-SAIDA.

           IF WS-LISTA EQUAL SPACE
              MOVE 'NENHUM' TO WS-LISTA
           END-IF
           MOVE WS-LISTA TO WS-C-DOCUMENTOS
           .
       P450-FIM.

       P460-REPROVACOES.

      * Disciplinas reprovadas no ano (NOTAS pelo nome do aluno).
           MOVE SPACE TO WS-LISTA
           MOVE 1 TO WS-LISTA-PTR

           SET FS-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-OK
              GO TO P460-SAIDA
           END-IF

           MOVE WS-C-NM-CIVIL TO NM-ALUNO IN REG-NOTAS
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL WS-C-NM-CIVIL
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-LETIVO IN REG-NOTAS EQUAL WS-ANO-SEL AND
                          ST-ALUNO IN REG-NOTAS EQUAL 'REPROVADO'
                          MOVE NM-DISCIPLINA IN REG-NOTAS TO WS-ITEM
                          PERFORM P590-ACRESCENTA-ITEM THRU P590-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTAS
           .
       P460-SAIDA.

           IF WS-LISTA EQUAL SPACE
              MOVE 'NENHUMA' TO WS-LISTA
           END-IF
           MOVE WS-LISTA TO WS-C-REPROVACOES
           .
       P460-FIM.

       P500-IMPRIME-CARTA.

      * Cabecalho com o numero do protocolo (canhoto) e o corpo do
      * modelo com os campos substituidos.
           MOVE ALL '=' TO WS-LINHA-SPOOL
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           MOVE 'CARTA - COMUNICADO No ' TO WS-LINHA-SPOOL(1:22)
           MOVE ID-COMUNICADO TO WS-LINHA-SPOOL(23:5)
           MOVE ' - ALUNO ' TO WS-LINHA-SPOOL(28:9)
           MOVE WS-C-ID TO WS-LINHA-SPOOL(37:5)
           MOVE ' ' TO WS-LINHA-SPOOL(42:1)
           MOVE WS-C-ALUNO TO WS-LINHA-SPOOL(43:20)
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           PERFORM P066-GRAVA-CARTA THRU P066-FIM

           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MOD-QTD
              MOVE WS-MOD-LINHA (WS-MOD-IDX) TO WS-MODELO-LINHA
              PERFORM P510-MONTA-LINHA THRU P510-FIM
              PERFORM P530-QUEBRA-LINHA THRU P530-FIM
           END-PERFORM

           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           MOVE '------------------ RECORTE AQUI -------------------'
              TO WS-LINHA-SPOOL(1:51)
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           MOVE 'CANHOTO DO COMUNICADO No ' TO WS-LINHA-SPOOL(1:25)
           MOVE ID-COMUNICADO TO WS-LINHA-SPOOL(26:5)
           MOVE ' - ALUNO ' TO WS-LINHA-SPOOL(31:9)
           MOVE WS-C-ALUNO TO WS-LINHA-SPOOL(40:20)
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           MOVE 'RECEBI ESTE COMUNICADO EM ____/____/______'
              TO WS-LINHA-SPOOL(1:42)
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           MOVE 'ASSINATURA DO RESPONSAVEL: ___________________________'
              TO WS-LINHA-SPOOL(1:55)
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           PERFORM P066-GRAVA-CARTA THRU P066-FIM
           .
       P500-FIM.

       P510-MONTA-LINHA.

      * Copia a linha do modelo trocando cada <CAMPO> conhecido pelo
      * valor do aluno; o que nao for campo sai como esta.
           MOVE SPACE TO WS-MONTADA
           MOVE 1 TO WS-PTR

           MOVE ZERO TO WS-ML-TAM
           PERFORM VARYING WS-ML-TAM FROM 80 BY -1
              UNTIL WS-ML-TAM < 1
                 OR WS-MODELO-LINHA(WS-ML-TAM:1) NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-ML-TAM
              MOVE 'N' TO WS-CAMPO-ACHOU
              IF WS-MODELO-LINHA(WS-I:1) EQUAL '<'
                 PERFORM P515-LOCALIZA-CAMPO THRU P515-FIM
              END-IF
              IF CAMPO-ACHADO
                 STRING WS-VALOR DELIMITED BY '  '
                        INTO WS-MONTADA
                        WITH POINTER WS-PTR
                        ON OVERFLOW
                           CONTINUE
                 END-STRING
                 COMPUTE WS-I = WS-J + 1
              ELSE
                 IF WS-PTR NOT > 400
                    MOVE WS-MODELO-LINHA(WS-I:1)
                       TO WS-MONTADA(WS-PTR:1)
                    ADD 1 TO WS-PTR
                 END-IF
                 ADD 1 TO WS-I
              END-IF
           END-PERFORM
           .
       P510-FIM.

       P515-LOCALIZA-CAMPO.

           MOVE 'N' TO WS-FECHA-ACHOU
           COMPUTE WS-J-LIMITE = WS-I + 21
           IF WS-J-LIMITE > WS-ML-TAM
              MOVE WS-ML-TAM TO WS-J-LIMITE
           END-IF

           COMPUTE WS-J = WS-I + 1
           PERFORM UNTIL WS-J > WS-J-LIMITE OR FECHA-ACHADO
              IF WS-MODELO-LINHA(WS-J:1) EQUAL '>'
                 MOVE 'S' TO WS-FECHA-ACHOU
              ELSE
                 ADD 1 TO WS-J
              END-IF
           END-PERFORM

           IF NOT FECHA-ACHADO OR WS-J EQUAL WS-I + 1
              GO TO P515-FIM
           END-IF

           MOVE SPACE TO WS-CAMPO
           MOVE WS-MODELO-LINHA(WS-I + 1:WS-J - WS-I - 1) TO WS-CAMPO
           PERFORM P520-VALOR-CAMPO THRU P520-FIM
           .
       P515-FIM.

       P520-VALOR-CAMPO.

           MOVE 'S' TO WS-CAMPO-ACHOU
           MOVE SPACE TO WS-VALOR
           EVALUATE WS-CAMPO
              WHEN 'ALUNO'
                 MOVE WS-C-ALUNO TO WS-VALOR
              WHEN 'ID'
                 MOVE WS-C-ID TO WS-VALOR
              WHEN 'RESPONSAVEL'
                 MOVE WS-C-RESPONSAVEL TO WS-VALOR
              WHEN 'TURMA'
                 MOVE WS-C-TURMA TO WS-VALOR
              WHEN 'ANO'
                 MOVE WS-ANO-SEL TO WS-VALOR
              WHEN 'FALTAS'
                 MOVE WS-C-FALTAS TO WS-C-FALTAS-ED
                 MOVE WS-C-FALTAS-ED TO WS-VALOR
              WHEN 'RECUPERACAO'
                 MOVE WS-C-RECUPERACAO TO WS-VALOR
              WHEN 'REPROVACOES'
                 MOVE WS-C-REPROVACOES TO WS-VALOR
              WHEN 'LIVROS'
                 MOVE WS-C-LIVROS TO WS-VALOR
              WHEN 'DOCUMENTOS'
                 MOVE WS-C-DOCUMENTOS TO WS-VALOR
              WHEN 'DATA'
                 MOVE WS-DATA-HOJE-FMT TO WS-VALOR
              WHEN 'DATA-EVENTO'
                 MOVE WS-DATA-EVENTO-FMT TO WS-VALOR
              WHEN OTHER
                 MOVE 'N' TO WS-CAMPO-ACHOU
                 GO TO P520-FIM
           END-EVALUATE

      * Valor alinhado a esquerda (campos numericos editados).
           MOVE 1 TO WS-K
           PERFORM UNTIL WS-K > 199
                      OR WS-VALOR(WS-K:1) NOT EQUAL SPACE
              ADD 1 TO WS-K
           END-PERFORM
           IF WS-K > 1 AND WS-K < 200
              MOVE WS-VALOR(WS-K:) TO WS-VALOR-AUX
              MOVE WS-VALOR-AUX TO WS-VALOR
           END-IF
           .
       P520-FIM.

       P530-QUEBRA-LINHA.

      * A linha montada pode passar de 80 colunas: quebra no ultimo
      * espaco antes do limite.
           COMPUTE WS-TAM = WS-PTR - 1
           IF WS-TAM EQUAL ZERO
              PERFORM P066-GRAVA-CARTA THRU P066-FIM
              GO TO P530-FIM
           END-IF

           MOVE 1 TO WS-INI
           PERFORM UNTIL WS-INI > WS-TAM
              COMPUTE WS-RESTO = WS-TAM - WS-INI + 1
              IF WS-RESTO NOT > 80
                 MOVE WS-MONTADA(WS-INI:WS-RESTO) TO WS-LINHA-SPOOL
                 PERFORM P066-GRAVA-CARTA THRU P066-FIM
                 COMPUTE WS-INI = WS-TAM + 1
              ELSE
                 COMPUTE WS-K = WS-INI + 80
                 PERFORM UNTIL WS-K < WS-INI + 40
                            OR WS-MONTADA(WS-K:1) EQUAL SPACE
                    SUBTRACT 1 FROM WS-K
                 END-PERFORM
                 IF WS-K < WS-INI + 40
                    COMPUTE WS-K = WS-INI + 79
                 END-IF
                 MOVE WS-MONTADA(WS-INI:WS-K - WS-INI + 1)
                    TO WS-LINHA-SPOOL
                 PERFORM P066-GRAVA-CARTA THRU P066-FIM
                 COMPUTE WS-INI = WS-K + 1
                 PERFORM UNTIL WS-INI > WS-TAM
                            OR WS-MONTADA(WS-INI:1) NOT EQUAL SPACE
                    ADD 1 TO WS-INI
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       P530-FIM.

       P590-ACRESCENTA-ITEM.

           IF WS-LISTA-PTR > 1
              STRING ', ' DELIMITED BY SIZE
                     INTO WS-LISTA
                     WITH POINTER WS-LISTA-PTR
                     ON OVERFLOW
                        CONTINUE
              END-STRING
           END-IF
           STRING WS-ITEM DELIMITED BY '  '
                  INTO WS-LISTA
                  WITH POINTER WS-LISTA-PTR
                  ON OVERFLOW
                     CONTINUE
           END-STRING
           .
       P590-FIM.

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
                      WS-FS-REL ').'
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

       P066-GRAVA-CARTA.

      * As cartas vao so para o spool (nao sao repetidas na tela).
           IF REL-ABERTO-OK
              WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           END-IF
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P066-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'CARTAS GRAVADAS EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P620-FORMATA-DATA.

           MOVE SPACE TO WS-DATA-AUX-FMT
           STRING WS-AUX-DIA DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-AUX-MES DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-AUX-ANO DELIMITED BY SIZE
                  INTO WS-DATA-AUX-FMT
           .
       P620-FIM.

       P650-PROTOCOLA.

      * Cada carta fica protocolada como comunicado com o canhoto
      * pendente, com numero proprio do contador COMUNICADO.
           MOVE 'COMUNICADO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           MOVE WS-PROX-NUMERO TO ID-COMUNICADO
           MOVE WS-C-ID        TO ID-ALUNO-COM
           MOVE WS-TIPO-DOC    TO TIPO-COM
           MOVE WS-DATA-HOJE   TO DATA-COM
           MOVE WS-VIA-DOC     TO VIA-COM
           MOVE 'P'            TO STATUS-ACK-COM
           MOVE ZERO           TO DATA-ACK-COM
           MOVE LK-OPERADOR    TO OPERADOR-COM
           MOVE WS-DESCRICAO   TO DESCRICAO-COM

           WRITE REG-COMUNICADO
              INVALID KEY
                 DISPLAY 'COMUNICADO ' ID-COMUNICADO
                         ' JA CADASTRADO.'
              NOT INVALID KEY
                 MOVE 'INCLUSAO'    TO AUD-OPERACAO
                 MOVE 'COMUNICADOS' TO AUD-ARQUIVO
                 MOVE ID-COMUNICADO TO AUD-CHAVE
                 MOVE SPACE         TO AUD-VALOR-ANTES
                 MOVE REG-COMUNICADO TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 SET FS-COM-OK TO TRUE
           END-WRITE
           .
       P650-FIM.

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

           MOVE 'PROGMALA' TO AUD-PROGRAMA
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
       END PROGRAM PROGMALA.
