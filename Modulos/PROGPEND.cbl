      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Agenda de pendencias da secretaria: lista de
      *          trabalho consolidada, em tela e no spool, com os
      *          itens que tem prazo e responsavel em cada modulo:
      *          FICAI abertas, segundas chamadas aguardando decisao,
      *          alteracoes de nota aguardando aprovacao, comunicados
      *          sem canhoto apos o prazo, documentos pendentes do
      *          checklist, rematriculas aguardando confirmacao,
      *          periodos encerrados pelo calendario e ainda abertos,
      *          livros PNLD nao devolvidos apos o fim do ano letivo e
      *          pedidos de revisao sem decisao. Ordenada pela data de
      *          vencimento, com filtro por unidade do aluno e pelo
      *          perfil responsavel. Os prazos em dias sao lidos do
      *          ambiente (AGENDA_..._DIAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPEND.


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
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT FICAI ASSIGN TO
           WS-CAMINHO-FICAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-FICAI
           FILE STATUS IS WS-FS-ARQ.

           SELECT SEGCHAM ASSIGN TO
           WS-CAMINHO-SEGCHAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SEGCHAM
           FILE STATUS IS WS-FS-ARQ.

           SELECT NOTA-PEND ASSIGN TO
           WS-CAMINHO-NOTA-PEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PENDENTE
           FILE STATUS IS WS-FS-ARQ.

           SELECT COMUNICADOS ASSIGN TO
           WS-CAMINHO-COMUNICADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-COMUNICADO
           FILE STATUS IS WS-FS-ARQ.

           SELECT DOCMAT ASSIGN TO
           WS-CAMINHO-DOCMAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-DOCMAT
           FILE STATUS IS WS-FS-ARQ.

           SELECT REMATRICULA ASSIGN TO
           WS-CAMINHO-REMATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-REMATRICULA
           FILE STATUS IS WS-FS-ARQ.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS-ARQ.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS-PER.

           SELECT EMPRESTIMOS ASSIGN TO
           WS-CAMINHO-EMPRESTIMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-EMPRESTIMO
           FILE STATUS IS WS-FS-ARQ.

           SELECT REVISAO ASSIGN TO
           WS-CAMINHO-REVISAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-REVISAO
           FILE STATUS IS WS-FS-ARQ.

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

           SELECT SORT-WORK ASSIGN TO 'SORTWK'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  FICAI.
           COPY FD-FICAI.

       FD  SEGCHAM.
           COPY FD-SEGCHAM.

       FD  NOTA-PEND.
           COPY FD-NOTA-PEND.

       FD  COMUNICADOS.
           COPY FD-COMUNIC.

       FD  DOCMAT.
           COPY FD-DOCMAT.

       FD  REMATRICULA.
           COPY FD-REMAT.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  EMPRESTIMOS.
           COPY FD-EMPREST.

       FD  REVISAO.
           COPY FD-REVISAO.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

      * Item da agenda: vencimento, tipo, aluno (zero quando o item
      * nao e de um aluno), unidade, perfil responsavel e descricao.
       SD  SORT-WORK.
       01  REG-SORT.
           03 SORT-VENCE                     PIC 9(08).
           03 SORT-TIPO                      PIC X(09).
           03 SORT-ALUNO                     PIC 9(05).
           03 SORT-UNID                      PIC X(04).
           03 SORT-RESP                      PIC X(01).
           03 SORT-DESCR                     PIC X(35).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-FICAI                  PIC X(80).
       01  WS-CAMINHO-SEGCHAM                PIC X(80).
       01  WS-CAMINHO-NOTA-PEND              PIC X(80).
       01  WS-CAMINHO-COMUNICADOS            PIC X(80).
       01  WS-CAMINHO-DOCMAT                 PIC X(80).
       01  WS-CAMINHO-REMATRICULA            PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-EMPRESTIMOS            PIC X(80).
       01  WS-CAMINHO-REVISAO                PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-ARQ                         PIC 99.
           88 FS-ARQ-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-ALUNOS-ABERTO                  PIC X VALUE 'N'.
           88 ALUNOS-ABERTO-OK               VALUE 'S' FALSE 'N'.
       77  WS-PERIODOS-ABERTO                PIC X VALUE 'N'.
           88 PERIODOS-ABERTO-OK             VALUE 'S' FALSE 'N'.

       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-ANO-CORRENTE                   PIC 9(04) VALUE ZERO.

      * Filtros da lista: unidade do aluno (branco = todas) e perfil
      * responsavel (<S> secretaria, <C> coordenacao e direcao,
      * branco = todos).
       77  WS-FILTRO-UNID                    PIC X(04) VALUE SPACE.
       77  WS-FILTRO-PERFIL                  PIC X(01) VALUE SPACE.

      * Prazos em dias corridos contados da data de origem do item.
       77  WS-PRAZO-FICAI                    PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-SEGCHAM                  PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-APROVACAO                PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-COMUNIC                  PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-DOCMAT                   PIC 9(03) VALUE ZERO.
       77  WS-PRAZO-REMAT                    PIC 9(03) VALUE ZERO.

       77  WS-DATA-BASE                      PIC 9(08) VALUE ZERO.
       77  WS-PRAZO-DIAS                     PIC 9(03) VALUE ZERO.
       77  WS-VENCE                          PIC 9(08) VALUE ZERO.
       77  WS-DIAS-INT                       PIC 9(08) VALUE ZERO.
       77  WS-DIAS-REST                      PIC S9(05) VALUE ZERO.
       77  WS-DIAS-ED                        PIC -ZZZ9.

      * Item em montagem antes da liberacao para a ordenacao.
       77  WS-IT-TIPO                        PIC X(09) VALUE SPACE.
       77  WS-IT-ALUNO                       PIC 9(05) VALUE ZERO.
       77  WS-IT-UNID                        PIC X(04) VALUE SPACE.
       77  WS-IT-RESP                        PIC X(01) VALUE SPACE.
       01  WS-IT-DESCR                       PIC X(35) VALUE SPACE.

       77  WS-QTD-ITENS                      PIC 9(05) VALUE ZERO.
       77  WS-QTD-VENCIDOS                   PIC 9(05) VALUE ZERO.
       77  WS-QTD-HOJE                       PIC 9(05) VALUE ZERO.
       77  WS-QTD-SEC                        PIC 9(05) VALUE ZERO.
       77  WS-QTD-COORD                      PIC 9(05) VALUE ZERO.

      * Fim do ano letivo pelo calendario (ultimo dia do ultimo
      * periodo de cada ano), para o prazo de devolucao do PNLD, e
      * inicio do ano corrente, para o prazo dos documentos.
       01  WS-TAB-FIM-ANO.
           03 WS-FA-ITEM OCCURS 20 TIMES.
              05 WS-FA-ANO                   PIC 9(04).
              05 WS-FA-FIM                   PIC 9(08).
       77  WS-FA-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-FA-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-INICIO-ANO                     PIC 9(08) VALUE ZERO.

      * Rematriculas aguardando, agrupadas por campanha e unidade.
       01  WS-TAB-REMAT.
           03 WS-RG-ITEM OCCURS 50 TIMES.
              05 WS-RG-ANO                   PIC 9(04).
              05 WS-RG-UNID                  PIC X(04).
              05 WS-RG-QTD                   PIC 9(05).
              05 WS-RG-DATA                  PIC 9(08).
       77  WS-RG-QTD-GRUPOS                  PIC 9(02) VALUE ZERO.
       77  WS-RG-IDX                         PIC 9(02) VALUE ZERO.

       77  WS-TIPO-DOC-DS                    PIC X(13) VALUE SPACE.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       01  WS-LIN-AGENDA.
           03 WS-LA-VENCE                    PIC 9(08).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-DIAS                     PIC -ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-TIPO                     PIC X(09).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-ALUNO                    PIC X(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-UNID                     PIC X(04).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-RESP                     PIC X(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LA-DESCR                    PIC X(35).

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
           03 LK-UNIDADE                      PIC X(04).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
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
           DISPLAY 'AGENDA DE PENDENCIAS DA SECRETARIA'
           DISPLAY '***************************************************'

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P020-LE-PRAZOS THRU P020-FIM

           SET EXT-OK TO FALSE
           PERFORM P100-AGENDA THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-FICAI FROM ENVIRONMENT 'FICAI_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FICAI.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-FICAI
           END-ACCEPT

           ACCEPT WS-CAMINHO-SEGCHAM FROM ENVIRONMENT 'SEGCHAM_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SEGCHAM.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-SEGCHAM
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTA-PEND FROM ENVIRONMENT
              'NOTA_PEND_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTA-PEND.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTA-PEND
           END-ACCEPT

           ACCEPT WS-CAMINHO-COMUNICADOS FROM ENVIRONMENT
              'COMUNICADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'COMUNICADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-COMUNICADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DOCMAT FROM ENVIRONMENT 'DOCMAT_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DOCMAT.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-DOCMAT
           END-ACCEPT

           ACCEPT WS-CAMINHO-REMATRICULA FROM ENVIRONMENT
              'REMATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REMATRICULA.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-REMATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-EMPRESTIMOS FROM ENVIRONMENT
              'EMPRESTIMOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EMPRESTIMOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-EMPRESTIMOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-REVISAO FROM ENVIRONMENT 'REVISAO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REVISAO.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-REVISAO
           END-ACCEPT

           .
       P010-FIM.

       P020-LE-PRAZOS.

           ACCEPT WS-PRAZO-FICAI FROM ENVIRONMENT 'AGENDA_FICAI_DIAS'
              ON EXCEPTION MOVE 10 TO WS-PRAZO-FICAI
           END-ACCEPT
           IF WS-PRAZO-FICAI NOT NUMERIC OR WS-PRAZO-FICAI EQUAL ZERO
              MOVE 10 TO WS-PRAZO-FICAI
           END-IF

           ACCEPT WS-PRAZO-SEGCHAM FROM ENVIRONMENT
              'AGENDA_SEGCHAM_DIAS'
              ON EXCEPTION MOVE 5 TO WS-PRAZO-SEGCHAM
           END-ACCEPT
           IF WS-PRAZO-SEGCHAM NOT NUMERIC OR
              WS-PRAZO-SEGCHAM EQUAL ZERO
              MOVE 5 TO WS-PRAZO-SEGCHAM
           END-IF

           ACCEPT WS-PRAZO-APROVACAO FROM ENVIRONMENT
              'AGENDA_APROVACAO_DIAS'
              ON EXCEPTION MOVE 3 TO WS-PRAZO-APROVACAO
           END-ACCEPT
           IF WS-PRAZO-APROVACAO NOT NUMERIC OR
              WS-PRAZO-APROVACAO EQUAL ZERO
              MOVE 3 TO WS-PRAZO-APROVACAO
           END-IF

           ACCEPT WS-PRAZO-COMUNIC FROM ENVIRONMENT
              'AGENDA_COMUNIC_DIAS'
              ON EXCEPTION MOVE 15 TO WS-PRAZO-COMUNIC
           END-ACCEPT
           IF WS-PRAZO-COMUNIC NOT NUMERIC OR
              WS-PRAZO-COMUNIC EQUAL ZERO
              MOVE 15 TO WS-PRAZO-COMUNIC
           END-IF

           ACCEPT WS-PRAZO-DOCMAT FROM ENVIRONMENT
              'AGENDA_DOCMAT_DIAS'
              ON EXCEPTION MOVE 30 TO WS-PRAZO-DOCMAT
           END-ACCEPT
           IF WS-PRAZO-DOCMAT NOT NUMERIC OR
              WS-PRAZO-DOCMAT EQUAL ZERO
              MOVE 30 TO WS-PRAZO-DOCMAT
           END-IF

           ACCEPT WS-PRAZO-REMAT FROM ENVIRONMENT 'AGENDA_REMAT_DIAS'
              ON EXCEPTION MOVE 30 TO WS-PRAZO-REMAT
           END-ACCEPT
           IF WS-PRAZO-REMAT NOT NUMERIC OR WS-PRAZO-REMAT EQUAL ZERO
              MOVE 30 TO WS-PRAZO-REMAT
           END-IF
           .
       P020-FIM.

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

       P100-AGENDA.

           SET EXT-OK TO TRUE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE WS-HOJE(1:4) TO WS-ANO-CORRENTE

      * Operador restrito a uma unidade so ve as pendencias dela.
           IF LK-UNIDADE NOT EQUAL SPACE
              MOVE LK-UNIDADE TO WS-FILTRO-UNID
              DISPLAY 'Unidade: ' WS-FILTRO-UNID
           ELSE
              MOVE SPACE TO WS-FILTRO-UNID
              DISPLAY 'Unidade do aluno (<ENTER> = todas): '
              ACCEPT WS-FILTRO-UNID
           END-IF

           MOVE SPACE TO WS-FILTRO-PERFIL
           DISPLAY 'Perfil responsavel <S> Secretaria, <C> '
                   'Coordenacao/Direcao ou <ENTER> = todos: '
           ACCEPT WS-FILTRO-PERFIL
           EVALUATE WS-FILTRO-PERFIL
              WHEN 's'
                 MOVE 'S' TO WS-FILTRO-PERFIL
              WHEN 'c'
                 MOVE 'C' TO WS-FILTRO-PERFIL
              WHEN 'D'
                 MOVE 'C' TO WS-FILTRO-PERFIL
              WHEN 'd'
                 MOVE 'C' TO WS-FILTRO-PERFIL
              WHEN 'S'
                 CONTINUE
              WHEN 'C'
                 CONTINUE
              WHEN OTHER
                 MOVE SPACE TO WS-FILTRO-PERFIL
           END-EVALUATE

           MOVE ZERO TO WS-QTD-ITENS
           MOVE ZERO TO WS-QTD-VENCIDOS
           MOVE ZERO TO WS-QTD-HOJE
           MOVE ZERO TO WS-QTD-SEC
           MOVE ZERO TO WS-QTD-COORD

           MOVE 'AGENDA PENDENCIAS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'AGENDA DE PENDENCIAS EM ' DELIMITED BY SIZE
                  WS-HOJE                    DELIMITED BY SIZE
                  '  UNIDADE: '              DELIMITED BY SIZE
                  WS-FILTRO-UNID             DELIMITED BY SIZE
                  '  PERFIL: '               DELIMITED BY SIZE
                  WS-FILTRO-PERFIL           DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'VENCE     DIAS TIPO      ALUNO UNID RESP. DESCRICAO'
              TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

      * A ordem por vencimento sai do SORT, sem limite de itens em
      * memoria.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-VENCE
              ON ASCENDING KEY SORT-TIPO
              ON ASCENDING KEY SORT-ALUNO
              INPUT PROCEDURE IS P200-COLETA THRU P200-FIM
              OUTPUT PROCEDURE IS P700-LISTA THRU P700-FIM

           PERFORM P066-IMPRIME THRU P066-FIM
           IF WS-QTD-ITENS EQUAL ZERO
              MOVE 'NENHUMA PENDENCIA PARA OS FILTROS INFORMADOS.'
                 TO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           ELSE
              STRING WS-QTD-ITENS     DELIMITED BY SIZE
                     ' PENDENCIA(S): ' DELIMITED BY SIZE
                     WS-QTD-VENCIDOS  DELIMITED BY SIZE
                     ' VENCIDA(S), '  DELIMITED BY SIZE
                     WS-QTD-HOJE      DELIMITED BY SIZE
                     ' VENCENDO HOJE.' DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
              STRING 'SECRETARIA: '     DELIMITED BY SIZE
                     WS-QTD-SEC         DELIMITED BY SIZE
                     '  COORDENACAO/DIRECAO: ' DELIMITED BY SIZE
                     WS-QTD-COORD       DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           DISPLAY ' '
           DISPLAY 'TECLE '
                   ' <QUALQUER TECLA> para nova consulta, ou <F> '
                   'para retornar ao menu.'
           ACCEPT WS-EXT
           .
       P100-FIM.

       P180-UNIDADE-ALUNO.

      * Unidade do aluno do item (branco quando sem aluno ou quando o
      * cadastro nao esta disponivel).
           MOVE SPACE TO WS-IT-UNID
           IF WS-IT-ALUNO EQUAL ZERO OR NOT ALUNOS-ABERTO-OK
              GO TO P180-FIM
           END-IF

           MOVE WS-IT-ALUNO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE UNIDADE-ALUNO TO WS-IT-UNID
           END-READ
           .
       P180-FIM.

       P185-SOMA-PRAZO.

      * Vencimento = data de origem + prazo em dias corridos; data de
      * origem ausente ou invalida conta a partir de hoje.
           IF WS-DATA-BASE NOT NUMERIC OR
              WS-DATA-BASE < 19000101 OR
              WS-DATA-BASE(5:2) < '01' OR WS-DATA-BASE(5:2) > '12' OR
              WS-DATA-BASE(7:2) < '01' OR WS-DATA-BASE(7:2) > '31'
              MOVE WS-HOJE TO WS-DATA-BASE
           END-IF

           COMPUTE WS-DIAS-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATA-BASE)
              + WS-PRAZO-DIAS
           COMPUTE WS-VENCE = FUNCTION DATE-OF-INTEGER (WS-DIAS-INT)
           .
       P185-FIM.

       P190-LIBERA-ITEM.

      * Aplica os filtros de unidade e perfil e entrega o item a
      * ordenacao. Item sem unidade conhecida (periodos, aprovacoes)
      * vale para todas as unidades.
           IF WS-IT-ALUNO NOT EQUAL ZERO
              PERFORM P180-UNIDADE-ALUNO THRU P180-FIM
           END-IF

           IF WS-FILTRO-UNID NOT EQUAL SPACE AND
              WS-IT-UNID NOT EQUAL SPACE AND
              WS-IT-UNID NOT EQUAL WS-FILTRO-UNID
              GO TO P190-FIM
           END-IF

           IF WS-FILTRO-PERFIL NOT EQUAL SPACE AND
              WS-IT-RESP NOT EQUAL WS-FILTRO-PERFIL
              GO TO P190-FIM
           END-IF

           MOVE SPACE       TO REG-SORT
           MOVE WS-VENCE    TO SORT-VENCE
           MOVE WS-IT-TIPO  TO SORT-TIPO
           MOVE WS-IT-ALUNO TO SORT-ALUNO
           MOVE WS-IT-UNID  TO SORT-UNID
           MOVE WS-IT-RESP  TO SORT-RESP
           MOVE WS-IT-DESCR TO SORT-DESCR
           RELEASE REG-SORT
           .
       P190-FIM.

       P200-COLETA.

           SET ALUNOS-ABERTO-OK TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF FS-OK
              SET ALUNOS-ABERTO-OK TO TRUE
           ELSE
              DISPLAY 'AVISO: CADASTRO DE ALUNOS INDISPONIVEL; FILTRO '
                      'DE UNIDADE SEM EFEITO (FILE STATUS ' WS-FS ').'
           END-IF

           PERFORM P210-CALENDARIO THRU P210-FIM
           PERFORM P300-FICAI THRU P300-FIM
           PERFORM P310-SEGCHAM THRU P310-FIM
           PERFORM P320-NOTA-PEND THRU P320-FIM
           PERFORM P330-REVISAO THRU P330-FIM
           PERFORM P340-COMUNICADOS THRU P340-FIM
           PERFORM P350-DOCUMENTOS THRU P350-FIM
           PERFORM P360-REMATRICULA THRU P360-FIM
           PERFORM P370-PERIODOS THRU P370-FIM
           PERFORM P380-EMPRESTIMOS THRU P380-FIM

           IF ALUNOS-ABERTO-OK
              CLOSE ALUNOS
           END-IF
           .
       P200-FIM.

       P210-CALENDARIO.

      * Carrega o fim de cada ano letivo e o inicio do ano corrente.
           MOVE ZERO TO WS-FA-QTD
           STRING WS-ANO-CORRENTE DELIMITED BY SIZE
                  '0201'          DELIMITED BY SIZE
                  INTO WS-INICIO-ANO

           SET FS-ARQ-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-ARQ-OK
              GO TO P210-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL EQUAL WS-ANO-CORRENTE AND
                       TRIM-CAL EQUAL 1 AND
                       DT-INICIO-CAL NUMERIC AND
                       DT-INICIO-CAL NOT EQUAL ZERO
                       MOVE DT-INICIO-CAL TO WS-INICIO-ANO
                    END-IF
                    PERFORM P215-GUARDA-FIM-ANO THRU P215-FIM
              END-READ
           END-PERFORM

           CLOSE CALENDARIO
           .
       P210-FIM.

       P215-GUARDA-FIM-ANO.

           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
              UNTIL WS-FA-IDX > WS-FA-QTD
                 OR WS-FA-ANO (WS-FA-IDX) EQUAL ANO-CAL
              CONTINUE
           END-PERFORM

           IF WS-FA-IDX > WS-FA-QTD
              IF WS-FA-QTD NOT LESS THAN 20
                 GO TO P215-FIM
              END-IF
              ADD 1 TO WS-FA-QTD
              MOVE WS-FA-QTD TO WS-FA-IDX
              MOVE ANO-CAL   TO WS-FA-ANO (WS-FA-IDX)
              MOVE ZERO      TO WS-FA-FIM (WS-FA-IDX)
           END-IF

           IF DT-FIM-CAL NUMERIC AND
              DT-FIM-CAL > WS-FA-FIM (WS-FA-IDX)
              MOVE DT-FIM-CAL TO WS-FA-FIM (WS-FA-IDX)
           END-IF
           .
       P215-FIM.

       P300-FICAI.

      * FICAI aberta aguardando o encaminhamento da coordenacao.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT FICAI
           IF NOT FS-ARQ-OK
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ FICAI NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF FIC-ABERTA
                       MOVE DATA-ABERTURA-FIC TO WS-DATA-BASE
                       MOVE WS-PRAZO-FICAI    TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       MOVE 'FICAI'      TO WS-IT-TIPO
                       MOVE ID-ALUNO-FIC TO WS-IT-ALUNO
                       MOVE 'C'          TO WS-IT-RESP
                       MOVE SPACE        TO WS-IT-DESCR
                       STRING 'FICAI '       DELIMITED BY SIZE
                              ID-FICAI       DELIMITED BY SIZE
                              ' ENCAMINHAR (' DELIMITED BY SIZE
                              FALTAS-FIC     DELIMITED BY SIZE
                              ' FALTAS)'     DELIMITED BY SIZE
                              INTO WS-IT-DESCR
                       PERFORM P190-LIBERA-ITEM THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FICAI
           .
       P300-FIM.

       P310-SEGCHAM.

      * Segunda chamada solicitada aguardando o deferimento.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT SEGCHAM
           IF NOT FS-ARQ-OK
              GO TO P310-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SEGCHAM NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF SCH-PENDENTE
                       MOVE DATA-SCH         TO WS-DATA-BASE
                       MOVE WS-PRAZO-SEGCHAM TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       MOVE 'SEG.CHAM'   TO WS-IT-TIPO
                       MOVE ID-ALUNO-SCH TO WS-IT-ALUNO
                       MOVE 'C'          TO WS-IT-RESP
                       MOVE SPACE        TO WS-IT-DESCR
                       STRING 'PEDIDO '         DELIMITED BY SIZE
                              ID-SEGCHAM        DELIMITED BY SIZE
                              ' DECIDIR - DISC ' DELIMITED BY SIZE
                              ID-DISCIPLINA-SCH DELIMITED BY SIZE
                              ' T'              DELIMITED BY SIZE
                              TRIM-SCH          DELIMITED BY SIZE
                              INTO WS-IT-DESCR
                       PERFORM P190-LIBERA-ITEM THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SEGCHAM
           .
       P310-FIM.

       P320-NOTA-PEND.

      * Alteracao de nota aguardando a aprovacao (PROGAPRV). O aluno
      * vem da imagem nova do registro de NOTAS; a unidade nao e
      * conhecida aqui e o item vale para todas.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT NOTA-PEND
           IF NOT FS-ARQ-OK
              GO TO P320-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ NOTA-PEND NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF PEND-AGUARDANDO
                       MOVE DATA-PEND          TO WS-DATA-BASE
                       MOVE WS-PRAZO-APROVACAO TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       MOVE 'NOTA-PEND'  TO WS-IT-TIPO
                       MOVE ZERO         TO WS-IT-ALUNO
                       MOVE SPACE        TO WS-IT-UNID
                       MOVE 'C'          TO WS-IT-RESP
                       MOVE SPACE        TO WS-IT-DESCR
                       STRING 'APROVAR '          DELIMITED BY SIZE
                              ID-PENDENTE         DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              VALOR-DEPOIS-PEND(6:20)
                                                  DELIMITED BY SIZE
                              INTO WS-IT-DESCR
                       PERFORM P190-LIBERA-ITEM THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTA-PEND
           .
       P320-FIM.

       P330-REVISAO.

      * Pedido de revisao de resultado sem decisao: vence no limite
      * de resposta gravado no protocolo.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT REVISAO
           IF NOT FS-ARQ-OK
              GO TO P330-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REVISAO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF REV-ABERTA
                       MOVE DT-LIMITE-RESPOSTA-REV TO WS-DATA-BASE
                       MOVE ZERO                   TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       MOVE 'REVISAO'    TO WS-IT-TIPO
                       MOVE ID-ALUNO-REV TO WS-IT-ALUNO
                       MOVE 'C'          TO WS-IT-RESP
                       MOVE SPACE        TO WS-IT-DESCR
                       STRING 'PROTOCOLO '      DELIMITED BY SIZE
                              ID-REVISAO        DELIMITED BY SIZE
                              ' RESPONDER '     DELIMITED BY SIZE
                              NM-DISCIPLINA-REV(1:14)
                                                DELIMITED BY SIZE
                              INTO WS-IT-DESCR
                       PERFORM P190-LIBERA-ITEM THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REVISAO
           .
       P330-FIM.

       P340-COMUNICADOS.

      * Comunicado sem o canhoto de volta depois do prazo. Avisos por
      * SMS nao tem canhoto e ficam de fora.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT COMUNICADOS
           IF NOT FS-ARQ-OK
              GO TO P340-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ COMUNICADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF COM-PENDENTE AND NOT VIA-SMS
                       MOVE DATA-COM         TO WS-DATA-BASE
                       MOVE WS-PRAZO-COMUNIC TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       IF WS-VENCE NOT GREATER THAN WS-HOJE
                          MOVE 'COMUNIC'    TO WS-IT-TIPO
                          MOVE ID-ALUNO-COM TO WS-IT-ALUNO
                          MOVE 'S'          TO WS-IT-RESP
                          MOVE SPACE        TO WS-IT-DESCR
                          STRING 'CANHOTO '     DELIMITED BY SIZE
                                 ID-COMUNICADO  DELIMITED BY SIZE
                                 ' '            DELIMITED BY SIZE
                                 DESCRICAO-COM(1:21)
                                                DELIMITED BY SIZE
                                 INTO WS-IT-DESCR
                          PERFORM P190-LIBERA-ITEM THRU P190-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COMUNICADOS
           .
       P340-FIM.

       P350-DOCUMENTOS.

      * Documento obrigatorio pendente no checklist: o prazo conta do
      * inicio do ano letivo corrente pelo calendario.
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT DOCMAT
           IF NOT FS-ARQ-OK
              GO TO P350-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DOCMAT NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DOC-PENDENTE
                       MOVE WS-INICIO-ANO   TO WS-DATA-BASE
                       MOVE WS-PRAZO-DOCMAT TO WS-PRAZO-DIAS
                       PERFORM P185-SOMA-PRAZO THRU P185-FIM
                       EVALUATE TRUE
                          WHEN DOC-CERTIDAO
                             MOVE 'CERTIDAO' TO WS-TIPO-DOC-DS
                          WHEN DOC-RESIDENCIA
                             MOVE 'RESIDENCIA' TO WS-TIPO-DOC-DS
                          WHEN DOC-HISTORICO
                             MOVE 'HISTORICO' TO WS-TIPO-DOC-DS
                          WHEN DOC-VACINACAO
                             MOVE 'VACINACAO' TO WS-TIPO-DOC-DS
                          WHEN OTHER
                             MOVE TIPO-DOC TO WS-TIPO-DOC-DS
                       END-EVALUATE
                       MOVE 'DOCUMENTO'  TO WS-IT-TIPO
                       MOVE ID-ALUNO-DOC TO WS-IT-ALUNO
                       MOVE 'S'          TO WS-IT-RESP
                       MOVE SPACE        TO WS-IT-DESCR
                       STRING 'COBRAR '      DELIMITED BY SIZE
                              WS-TIPO-DOC-DS DELIMITED BY SPACE
                              ' DA FAMILIA'  DELIMITED BY SIZE
                              INTO WS-IT-DESCR
                       PERFORM P190-LIBERA-ITEM THRU P190-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DOCMAT
           .
       P350-FIM.

       P360-REMATRICULA.

      * Rematriculas aguardando confirmacao, agrupadas por campanha e
      * unidade: vencem no prazo contado da geracao mais antiga.
           MOVE ZERO TO WS-RG-QTD-GRUPOS

           SET FS-ARQ-OK TO TRUE
           OPEN INPUT REMATRICULA
           IF NOT FS-ARQ-OK
              GO TO P360-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ REMATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF REM-AGUARDANDO
                       MOVE ID-ALUNO-REM TO WS-IT-ALUNO
                       PERFORM P180-UNIDADE-ALUNO THRU P180-FIM
                       PERFORM P365-AGRUPA-REMAT THRU P365-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REMATRICULA

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-RG-QTD-GRUPOS
              MOVE WS-RG-DATA (WS-RG-IDX) TO WS-DATA-BASE
              MOVE WS-PRAZO-REMAT         TO WS-PRAZO-DIAS
              PERFORM P185-SOMA-PRAZO THRU P185-FIM
              MOVE 'REMATRIC' TO WS-IT-TIPO
              MOVE ZERO       TO WS-IT-ALUNO
              MOVE 'S'        TO WS-IT-RESP
              MOVE SPACE      TO WS-IT-DESCR
              STRING 'CAMPANHA '             DELIMITED BY SIZE
                     WS-RG-ANO (WS-RG-IDX)   DELIMITED BY SIZE
                     ': '                    DELIMITED BY SIZE
                     WS-RG-QTD (WS-RG-IDX)   DELIMITED BY SIZE
                     ' AGUARDANDO'           DELIMITED BY SIZE
                     INTO WS-IT-DESCR
              MOVE WS-RG-UNID (WS-RG-IDX) TO WS-IT-UNID
              PERFORM P190-LIBERA-ITEM THRU P190-FIM
           END-PERFORM
           .
       P360-FIM.

       P365-AGRUPA-REMAT.

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
              UNTIL WS-RG-IDX > WS-RG-QTD-GRUPOS
                 OR (WS-RG-ANO (WS-RG-IDX) EQUAL ANO-REM AND
                     WS-RG-UNID (WS-RG-IDX) EQUAL WS-IT-UNID)
              CONTINUE
           END-PERFORM

           IF WS-RG-IDX > WS-RG-QTD-GRUPOS
              IF WS-RG-QTD-GRUPOS NOT LESS THAN 50
                 GO TO P365-FIM
              END-IF
              ADD 1 TO WS-RG-QTD-GRUPOS
              MOVE WS-RG-QTD-GRUPOS TO WS-RG-IDX
              MOVE ANO-REM    TO WS-RG-ANO (WS-RG-IDX)
              MOVE WS-IT-UNID TO WS-RG-UNID (WS-RG-IDX)
              MOVE ZERO       TO WS-RG-QTD (WS-RG-IDX)
              MOVE DATA-REM   TO WS-RG-DATA (WS-RG-IDX)
           END-IF

           ADD 1 TO WS-RG-QTD (WS-RG-IDX)
           IF DATA-REM NUMERIC AND DATA-REM NOT EQUAL ZERO AND
              DATA-REM < WS-RG-DATA (WS-RG-IDX)
              MOVE DATA-REM TO WS-RG-DATA (WS-RG-IDX)
           END-IF
           .
       P365-FIM.

       P370-PERIODOS.

      * Periodo do ano corrente ou do anterior ja encerrado pelo
      * calendario e ainda aberto para lancamentos (sem registro em
      * PERIODOS o periodo esta aberto).
           SET PERIODOS-ABERTO-OK TO FALSE
           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS
           IF FS-PER-OK
              SET PERIODOS-ABERTO-OK TO TRUE
           END-IF

           SET FS-ARQ-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-ARQ-OK
              GO TO P370-FECHA
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL + 1 >= WS-ANO-CORRENTE AND
                       DT-FIM-CAL NUMERIC AND
                       DT-FIM-CAL NOT EQUAL ZERO AND
                       DT-FIM-CAL < WS-HOJE
                       PERFORM P375-PERIODO-ABERTO THRU P375-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CALENDARIO
           .
       P370-FECHA.

           IF PERIODOS-ABERTO-OK
              CLOSE PERIODOS
           END-IF
           .
       P370-FIM.

       P375-PERIODO-ABERTO.

           IF PERIODOS-ABERTO-OK
              MOVE ANO-CAL  TO ANO-PERIODO
              MOVE TRIM-CAL TO TRIM-PERIODO
              READ PERIODOS
                 KEY IS CHAVE-PERIODO
                    INVALID KEY
                       MOVE 'A' TO STATUS-PERIODO
              END-READ
           ELSE
              MOVE 'A' TO STATUS-PERIODO
           END-IF

           IF NOT PERIODO-ABERTO
              GO TO P375-FIM
           END-IF

           MOVE DT-FIM-CAL TO WS-DATA-BASE
           MOVE ZERO       TO WS-PRAZO-DIAS
           PERFORM P185-SOMA-PRAZO THRU P185-FIM
           MOVE 'PERIODO' TO WS-IT-TIPO
           MOVE ZERO      TO WS-IT-ALUNO
           MOVE SPACE     TO WS-IT-UNID
           MOVE 'C'       TO WS-IT-RESP
           MOVE SPACE     TO WS-IT-DESCR
           STRING 'FECHAR PERIODO ' DELIMITED BY SIZE
                  TRIM-CAL          DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  ANO-CAL           DELIMITED BY SIZE
                  ' (ENCERRADO)'    DELIMITED BY SIZE
                  INTO WS-IT-DESCR
           PERFORM P190-LIBERA-ITEM THRU P190-FIM
           .
       P375-FIM.

       P380-EMPRESTIMOS.

      * Livro PNLD nao devolvido depois do fim do ano letivo do
      * emprestimo (ultimo dia do calendario do ano; sem calendario,
      * 31 de dezembro).
           SET FS-ARQ-OK TO TRUE
           OPEN INPUT EMPRESTIMOS
           IF NOT FS-ARQ-OK
              GO TO P380-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ EMPRESTIMOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF EMP-EMPRESTADO
                       PERFORM P385-FIM-DO-ANO THRU P385-FIM
                       IF WS-VENCE < WS-HOJE
                          MOVE 'PNLD'       TO WS-IT-TIPO
                          MOVE ID-ALUNO-EMP TO WS-IT-ALUNO
                          MOVE 'S'          TO WS-IT-RESP
                          MOVE SPACE        TO WS-IT-DESCR
                          STRING 'DEVOLVER LIVRO ' DELIMITED BY SIZE
                                 ID-LIVRO-EMP      DELIMITED BY SIZE
                                 ' DE '            DELIMITED BY SIZE
                                 ANO-EMP           DELIMITED BY SIZE
                                 INTO WS-IT-DESCR
                          PERFORM P190-LIBERA-ITEM THRU P190-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS
           .
       P380-FIM.

       P385-FIM-DO-ANO.

           MOVE ZERO TO WS-VENCE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
              UNTIL WS-FA-IDX > WS-FA-QTD
              IF WS-FA-ANO (WS-FA-IDX) EQUAL ANO-EMP
                 MOVE WS-FA-FIM (WS-FA-IDX) TO WS-VENCE
              END-IF
           END-PERFORM

           IF WS-VENCE EQUAL ZERO
              STRING ANO-EMP DELIMITED BY SIZE
                     '1231'  DELIMITED BY SIZE
                     INTO WS-VENCE
           END-IF
           .
       P385-FIM.

       P700-LISTA.

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              RETURN SORT-WORK
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P710-LINHA THRU P710-FIM
              END-RETURN
           END-PERFORM
           .
       P700-FIM.

       P710-LINHA.

           ADD 1 TO WS-QTD-ITENS
           COMPUTE WS-DIAS-REST =
              FUNCTION INTEGER-OF-DATE (SORT-VENCE)
              - FUNCTION INTEGER-OF-DATE (WS-HOJE)
           IF WS-DIAS-REST < ZERO
              ADD 1 TO WS-QTD-VENCIDOS
           END-IF
           IF WS-DIAS-REST EQUAL ZERO
              ADD 1 TO WS-QTD-HOJE
           END-IF

           MOVE SORT-VENCE   TO WS-LA-VENCE
           MOVE WS-DIAS-REST TO WS-LA-DIAS
           MOVE SORT-TIPO    TO WS-LA-TIPO
           IF SORT-ALUNO EQUAL ZERO
              MOVE SPACE TO WS-LA-ALUNO
           ELSE
              MOVE SORT-ALUNO TO WS-LA-ALUNO
           END-IF
           MOVE SORT-UNID    TO WS-LA-UNID
           IF SORT-RESP EQUAL 'S'
              MOVE 'SEC'   TO WS-LA-RESP
              ADD 1 TO WS-QTD-SEC
           ELSE
              MOVE 'COORD' TO WS-LA-RESP
              ADD 1 TO WS-QTD-COORD
           END-IF
           MOVE SORT-DESCR   TO WS-LA-DESCR

           MOVE WS-LIN-AGENDA TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           .
       P710-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGPEND.
