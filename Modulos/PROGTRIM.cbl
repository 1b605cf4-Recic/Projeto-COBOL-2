      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Roteiro guiado de fechamento de trimestre: executa em
      *          ordem a conversao das planilhas dos professores
      *          (PROGCONV), o fechamento em lote (PROGFECH), o
      *          recalculo das medias (PROGRECA), a conferencia das
      *          notas pendentes de lancamento, o fechamento do
      *          periodo em PERIODOS e a impressao dos boletins
      *          parciais da unidade num unico spool, protocolando um
      *          comunicado por aluno. Cada passo e confirmado pela
      *          coordenacao; rejeitos em aberto ou notas pendentes
      *          param o roteiro, salvo liberacao da direcao (com
      *          motivo e auditoria); matricula sem parecer
      *          descritivo para o fechamento sem liberacao; deficit
      *          de aulas dadas no periodo (PROGCHCF) para o roteiro,
      *          salvo fechamento pela direcao com motivo. Uma
      *          interrupcao retoma do passo em que parou (marca
      *          TRIM-PASSO no ESTADO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRIM.


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

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-PERIODO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PER.

           SELECT REJEITO ASSIGN TO
           WS-CAMINHO-REJEITO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-ALU.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOT.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS-DSC.

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

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT LOG-ROTEIRO ASSIGN TO
           WS-CAMINHO-LOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

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
       FD  ESTADO.
           COPY FD-ESTADO.

       FD  PERIODOS.
           COPY FD-PERIODO.

      * Rejeitos do fechamento em lote: mesmo layout da transacao.
       FD  REJEITO.
           COPY FD-FECHAMENTO.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  COMUNICADOS.
           COPY FD-COMUNIC.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  LOG-ROTEIRO.
       01  REG-LOG-ROTEIRO                    PIC X(80).

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

       01  WS-DIR-MODULOS
           PIC X(41)
           VALUE '/home/recic/Dev/Cobol/Desafio M3/Modulos/'.

       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-REJEITO                PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-COMUNICADOS            PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-LOG                    PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).
       01  WS-CAMINHO-MODULO                 PIC X(80) VALUE SPACE.
       01  WS-CAMINHO-PLANILHA               PIC X(80) VALUE SPACE.

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-ALU                         PIC 99.
           88 FS-ALU-OK                      VALUE 0.

       77  WS-FS-NOT                         PIC 99.
           88 FS-NOT-OK                      VALUE 0.

       77  WS-FS-DSC                         PIC 99.
           88 FS-DSC-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-COM                         PIC 99.
           88 FS-COM-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-LOG                         PIC 99.
           88 FS-LOG-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-NOT                        PIC X.
           88 EOF-NOT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-CONFIRMA                       PIC X VALUE SPACE.

      * Parametros do roteiro e marca de retomada gravada no ESTADO
      * (chave TRIM-PASSO): passo em andamento, ano, periodo, unidade
      * e as liberacoes ja concedidas pela direcao.
       77  WS-ANO-ALVO                       PIC 9(04) VALUE ZERO.
       77  WS-TRIM-ALVO                      PIC 9(02) VALUE ZERO.
       77  WS-UNIDADE-ALVO                   PIC X(04) VALUE SPACE.

       01  WS-VALOR-PASSO.
           03 WS-VP-PASSO                    PIC 9(01).
           03 WS-VP-ANO                      PIC 9(04).
           03 WS-VP-TRIM                     PIC 9(02).
           03 WS-VP-UNIDADE                  PIC X(04).
           03 WS-VP-LIB-REJ                  PIC X(01).
           03 WS-VP-LIB-PEND                 PIC X(01).
           03 FILLER                         PIC X(07).

       77  WS-PASSO-INICIAL                  PIC 9(01) VALUE 1.
       77  WS-PASSO                          PIC 9(01) VALUE ZERO.
       77  WS-PASSO-NOME                     PIC X(08) VALUE SPACE.
       77  WS-PASSO-STATUS                   PIC X(08) VALUE SPACE.

       77  WS-PARADO                         PIC X VALUE 'N'.
           88 ROTEIRO-PARADO                 VALUE 'S'.

       77  WS-LIB-REJ                        PIC X VALUE 'N'.
           88 LIB-REJ-OK                     VALUE 'S'.
       77  WS-LIB-PEND                       PIC X VALUE 'N'.
           88 LIB-PEND-OK                    VALUE 'S'.

      * Portao de verificacao: quantidade encontrada e qual portao.
       77  WS-PORTAO-QTD                     PIC 9(05) VALUE ZERO.
       77  WS-PORTAO-TIPO                    PIC X(01) VALUE SPACE.
           88 PORTAO-REJEITOS                VALUE 'R'.
           88 PORTAO-PENDENCIAS              VALUE 'P'.
       77  WS-MOTIVO                         PIC X(40) VALUE SPACE.

       77  WS-QTD-REJEITOS                   PIC 9(05) VALUE ZERO.
       77  WS-QTD-PENDENTES                  PIC 9(05) VALUE ZERO.
       77  WS-QTD-BOLETINS                   PIC 9(05) VALUE ZERO.
       77  WS-QTD-NOTAS-ALUNO                PIC 9(03) VALUE ZERO.

       77  WS-DATA-EXEC                      PIC 9(08) VALUE ZERO.
       77  WS-HORA-INI                       PIC 9(08) VALUE ZERO.
       77  WS-HORA-FIM                       PIC 9(08) VALUE ZERO.
       01  WS-LINHA-LOG                      PIC X(80) VALUE SPACE.

       77  WS-ACHOU                          PIC X VALUE 'N'.
           88 ACHOU-OK                       VALUE 'S'.
       77  WS-NM-ATUAL                       PIC X(20) VALUE SPACE.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

      * Media parcial ponderada pelos pesos da disciplina, como no
      * boletim parcial do PROGLIST.
       77  WS-PER                            PIC 9(02) VALUE ZERO.
       77  WS-NT-PER                         PIC 9(02)V99 VALUE ZERO.
       77  WS-PESO-PER                       PIC 9V99 VALUE ZERO.
       77  WS-SOMA-PESOS                     PIC 9(03)V99 VALUE ZERO.
       77  WS-SOMA-NOTAS                     PIC 9(05)V99 VALUE ZERO.
       77  WS-MD-PARCIAL                     PIC 9(02)V99 VALUE ZERO.

       01  WS-LIN-BOLETIM.
           03 WS-LB-DISCIPLINA               PIC X(20).
           03 WS-LB-PERIODO OCCURS 6 TIMES.
              05 FILLER                      PIC X(01).
              05 WS-LB-NOTA                  PIC Z9,99.
           03 FILLER                         PIC X(02).
           03 WS-LB-PARCIAL                  PIC Z9,99.
           03 FILLER                         PIC X(17).

       01  WS-LIN-PENDENCIA.
           03 WS-LPD-ALUNO                   PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LPD-NOME                    PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LPD-DISCIPLINA              PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LPD-NM-DISC                 PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LPD-TURMA                   PIC 9(05).
           03 FILLER                         PIC X(21) VALUE SPACE.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

           COPY CONFPARECER.

           COPY CONFCARGA.

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
           DISPLAY 'ROTEIRO DE FECHAMENTO DE TRIMESTRE'
           DISPLAY '***************************************************'

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

      * retomada: um TRIM-PASSO diferente de zero no ESTADO indica
      * que o roteiro anterior parou naquele passo
           PERFORM P030-LE-PASSO THRU P030-FIM
           PERFORM P050-PARAMETROS THRU P050-FIM
           IF ROTEIRO-PARADO
              PERFORM P950-FIM
           END-IF

           PERFORM P100-LOGA-ABERTURA THRU P100-FIM

           PERFORM VARYING WS-PASSO FROM 1 BY 1
              UNTIL WS-PASSO > 6 OR ROTEIRO-PARADO
              IF WS-PASSO >= WS-PASSO-INICIAL
                 PERFORM P200-EXECUTA-PASSO THRU P200-FIM
              END-IF
           END-PERFORM

           IF ROTEIRO-PARADO
              DISPLAY 'ROTEIRO INTERROMPIDO NO PASSO ' WS-PASSO
                      '. A PROXIMA EXECUCAO RETOMA DESTE PASSO.'
           ELSE
              MOVE ZERO TO WS-PASSO
              PERFORM P040-GRAVA-PASSO THRU P040-FIM
              DISPLAY 'ROTEIRO DE FECHAMENTO CONCLUIDO.'
           END-IF

           PERFORM P190-LOGA-ENCERRAMENTO THRU P190-FIM
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ESTADO FROM ENVIRONMENT 'ESTADO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ESTADO.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESTADO
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-REJEITO FROM ENVIRONMENT
              'FECHAMENTO_REJ_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FECHAMENTO-REJ.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-REJEITO
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
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

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
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

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-LOG FROM ENVIRONMENT 'ROTEIRO_TRIM_LOG'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ROTEIRO-TRIM.log'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-LOG
           END-ACCEPT

           .
       P010-FIM.

       P030-LE-PASSO.

           MOVE 1 TO WS-PASSO-INICIAL
           MOVE SPACE TO WS-VALOR-PASSO
           MOVE ZERO TO WS-VP-PASSO

           SET FS-EST-OK TO TRUE
           OPEN INPUT ESTADO

           IF WS-FS-EST EQUAL 35
              GO TO P030-FIM
           END-IF

           IF FS-EST-OK
              MOVE 'TRIM-PASSO' TO CHAVE-ESTADO
              READ ESTADO
                 KEY IS CHAVE-ESTADO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF VALOR-ESTADO(1:1) NUMERIC AND
                          VALOR-ESTADO(1:1) NOT EQUAL '0'
                          MOVE VALOR-ESTADO TO WS-VALOR-PASSO
                          MOVE WS-VP-PASSO TO WS-PASSO-INICIAL
                       END-IF
              END-READ
              CLOSE ESTADO
           END-IF
           .
       P030-FIM.

       P040-GRAVA-PASSO.

           SET FS-EST-OK TO TRUE
           OPEN I-O ESTADO

           IF WS-FS-EST EQUAL 35
              OPEN OUTPUT ESTADO
              CLOSE ESTADO
              OPEN I-O ESTADO
           END-IF

           IF NOT FS-EST-OK
              DISPLAY 'ERRO AO GRAVAR A MARCA DE PASSO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EST
              GO TO P040-FIM
           END-IF

           MOVE SPACE           TO WS-VALOR-PASSO
           MOVE WS-PASSO        TO WS-VP-PASSO
           MOVE WS-ANO-ALVO     TO WS-VP-ANO
           MOVE WS-TRIM-ALVO    TO WS-VP-TRIM
           MOVE WS-UNIDADE-ALVO TO WS-VP-UNIDADE
           MOVE WS-LIB-REJ      TO WS-VP-LIB-REJ
           MOVE WS-LIB-PEND     TO WS-VP-LIB-PEND

           MOVE 'TRIM-PASSO' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
                 INVALID KEY
                    MOVE 'TRIM-PASSO' TO CHAVE-ESTADO
                    MOVE WS-VALOR-PASSO TO VALOR-ESTADO
                    WRITE REG-ESTADO
                    END-WRITE
                 NOT INVALID KEY
                    MOVE WS-VALOR-PASSO TO VALOR-ESTADO
                    REWRITE REG-ESTADO
           END-READ

           CLOSE ESTADO
           .
       P040-FIM.

       P050-PARAMETROS.

      * Roteiro interrompido: oferece a retomada com os mesmos
      * parametros e liberacoes; recomecar descarta a marca.
           IF WS-PASSO-INICIAL > 1
              DISPLAY 'ROTEIRO ANTERIOR INTERROMPIDO NO PASSO '
                      WS-PASSO-INICIAL ' (ANO ' WS-VP-ANO
                      ' PERIODO ' WS-VP-TRIM ' UNIDADE '
                      WS-VP-UNIDADE ').'
              DISPLAY 'TECLE: <C> para CONTINUAR deste passo ou '
                      '<N> para recomecar do passo 1: '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA EQUAL 'C' OR WS-CONFIRMA EQUAL 'c'
                 MOVE WS-VP-ANO      TO WS-ANO-ALVO
                 MOVE WS-VP-TRIM     TO WS-TRIM-ALVO
                 MOVE WS-VP-UNIDADE  TO WS-UNIDADE-ALVO
                 MOVE WS-VP-LIB-REJ  TO WS-LIB-REJ
                 MOVE WS-VP-LIB-PEND TO WS-LIB-PEND
                 DISPLAY 'RETOMANDO DO PASSO ' WS-PASSO-INICIAL '.'
                 GO TO P050-FIM
              END-IF
              MOVE 1 TO WS-PASSO-INICIAL
           END-IF

           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-ALVO
           DISPLAY 'Informe o periodo a fechar (1 a 6): '
           ACCEPT WS-TRIM-ALVO

           IF WS-ANO-ALVO EQUAL ZERO OR WS-TRIM-ALVO < 1 OR
              WS-TRIM-ALVO > 6
              DISPLAY 'ANO OU PERIODO INVALIDO.'
              MOVE 'S' TO WS-PARADO
              GO TO P050-FIM
           END-IF

      * Operador restrito a uma unidade fecha somente a dela.
           IF LK-UNIDADE NOT EQUAL SPACE
              MOVE LK-UNIDADE TO WS-UNIDADE-ALVO
           ELSE
              DISPLAY 'Informe a unidade dos boletins '
                      '(branco para todas): '
              ACCEPT WS-UNIDADE-ALVO
           END-IF

           MOVE 'N' TO WS-LIB-REJ
           MOVE 'N' TO WS-LIB-PEND

           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS
           IF FS-PER-OK
              MOVE WS-ANO-ALVO  TO ANO-PERIODO
              MOVE WS-TRIM-ALVO TO TRIM-PERIODO
              READ PERIODOS
                 KEY IS CHAVE-PERIODO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PERIODO-FECHADO
                          DISPLAY 'ATENCAO: O PERIODO JA ESTA FECHADO '
                                  'DESDE ' DATA-PERIODO '; O LOTE '
                                  'DE NOTAS SERA REJEITADO.'
                       END-IF
              END-READ
              CLOSE PERIODOS
           END-IF

           DISPLAY 'TECLE: <S> para INICIAR o roteiro do periodo '
                   WS-TRIM-ALVO ' de ' WS-ANO-ALVO
                   ' ou <QUALQUER TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              MOVE 'S' TO WS-PARADO
           END-IF
           .
       P050-FIM.

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

       P100-LOGA-ABERTURA.

           SET FS-LOG-OK TO TRUE
           OPEN EXTEND LOG-ROTEIRO
           IF WS-FS-LOG EQUAL 35
              OPEN OUTPUT LOG-ROTEIRO
           END-IF
           IF NOT FS-LOG-OK
              DISPLAY 'AVISO: LOG DO ROTEIRO INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-LOG ').'
              GO TO P100-FIM
           END-IF

           ACCEPT WS-HORA-INI FROM TIME

           MOVE SPACE TO WS-LINHA-LOG
           MOVE '=== ROTEIRO ANO ' TO WS-LINHA-LOG(1:16)
           MOVE WS-ANO-ALVO TO WS-LINHA-LOG(17:4)
           MOVE ' PER ' TO WS-LINHA-LOG(21:5)
           MOVE WS-TRIM-ALVO TO WS-LINHA-LOG(26:2)
           MOVE ' UNID ' TO WS-LINHA-LOG(28:6)
           MOVE WS-UNIDADE-ALVO TO WS-LINHA-LOG(34:4)
           MOVE ' EM ' TO WS-LINHA-LOG(38:4)
           MOVE WS-DATA-EXEC TO WS-LINHA-LOG(42:8)
           MOVE ' ' TO WS-LINHA-LOG(50:1)
           MOVE WS-HORA-INI TO WS-LINHA-LOG(51:8)
           MOVE ' PASSO ' TO WS-LINHA-LOG(59:7)
           MOVE WS-PASSO-INICIAL TO WS-LINHA-LOG(66:1)
           MOVE ' ' TO WS-LINHA-LOG(67:1)
           MOVE LK-OPERADOR(1:13) TO WS-LINHA-LOG(68:13)
           WRITE REG-LOG-ROTEIRO FROM WS-LINHA-LOG

           CLOSE LOG-ROTEIRO
           .
       P100-FIM.

       P150-LOGA-PASSO.

           SET FS-LOG-OK TO TRUE
           OPEN EXTEND LOG-ROTEIRO
           IF WS-FS-LOG EQUAL 35
              OPEN OUTPUT LOG-ROTEIRO
           END-IF
           IF NOT FS-LOG-OK
              GO TO P150-FIM
           END-IF

           MOVE SPACE TO WS-LINHA-LOG
           MOVE 'PASSO ' TO WS-LINHA-LOG(1:6)
           MOVE WS-PASSO TO WS-LINHA-LOG(7:1)
           MOVE ' ' TO WS-LINHA-LOG(8:1)
           MOVE WS-PASSO-NOME TO WS-LINHA-LOG(9:8)
           MOVE ' INICIO ' TO WS-LINHA-LOG(18:8)
           MOVE WS-HORA-INI TO WS-LINHA-LOG(26:8)
           MOVE ' FIM ' TO WS-LINHA-LOG(34:5)
           MOVE WS-HORA-FIM TO WS-LINHA-LOG(39:8)
           MOVE ' STATUS ' TO WS-LINHA-LOG(47:8)
           MOVE WS-PASSO-STATUS TO WS-LINHA-LOG(55:8)
           WRITE REG-LOG-ROTEIRO FROM WS-LINHA-LOG

           CLOSE LOG-ROTEIRO

           DISPLAY 'PASSO ' WS-PASSO ' (' WS-PASSO-NOME '): '
                   WS-PASSO-STATUS
           .
       P150-FIM.

       P190-LOGA-ENCERRAMENTO.

           SET FS-LOG-OK TO TRUE
           OPEN EXTEND LOG-ROTEIRO
           IF WS-FS-LOG EQUAL 35
              OPEN OUTPUT LOG-ROTEIRO
           END-IF
           IF NOT FS-LOG-OK
              GO TO P190-FIM
           END-IF

           ACCEPT WS-HORA-FIM FROM TIME

           MOVE SPACE TO WS-LINHA-LOG
           IF ROTEIRO-PARADO
              MOVE '=== ROTEIRO INTERROMPIDO AS '
                 TO WS-LINHA-LOG(1:28)
              MOVE WS-HORA-FIM TO WS-LINHA-LOG(29:8)
           ELSE
              MOVE '=== ROTEIRO CONCLUIDO AS '
                 TO WS-LINHA-LOG(1:25)
              MOVE WS-HORA-FIM TO WS-LINHA-LOG(26:8)
           END-IF
           WRITE REG-LOG-ROTEIRO FROM WS-LINHA-LOG

           CLOSE LOG-ROTEIRO

           DISPLAY 'LOG DO ROTEIRO EM ' WS-CAMINHO-LOG
           .
       P190-FIM.

       P200-EXECUTA-PASSO.

           EVALUATE WS-PASSO
              WHEN 1
                 MOVE 'PROGCONV' TO WS-PASSO-NOME
              WHEN 2
                 MOVE 'PROGFECH' TO WS-PASSO-NOME
              WHEN 3
                 MOVE 'PROGRECA' TO WS-PASSO-NOME
              WHEN 4
                 MOVE 'PENDENC'  TO WS-PASSO-NOME
              WHEN 5
                 MOVE 'PERIODO'  TO WS-PASSO-NOME
              WHEN OTHER
                 MOVE 'BOLETINS' TO WS-PASSO-NOME
           END-EVALUATE

           MOVE WS-PASSO TO WS-PASSO-INICIAL
           PERFORM P040-GRAVA-PASSO THRU P040-FIM

           DISPLAY ' '
           DISPLAY '>>> PASSO ' WS-PASSO ' DE 6: ' WS-PASSO-NOME
           EVALUATE WS-PASSO
              WHEN 1
                 DISPLAY 'CONVERSAO DAS PLANILHAS DOS PROFESSORES '
                         'PARA O LOTE DE FECHAMENTO.'
              WHEN 2
                 DISPLAY 'APLICACAO DO LOTE DE FECHAMENTO (NOTAS).'
              WHEN 3
                 DISPLAY 'RECALCULO DAS MEDIAS POR DISCIPLINA.'
              WHEN 4
                 DISPLAY 'CONFERENCIA DAS NOTAS PENDENTES.'
              WHEN 5
                 DISPLAY 'FECHAMENTO DO PERIODO PARA LANCAMENTOS.'
              WHEN OTHER
                 DISPLAY 'BOLETINS PARCIAIS DA UNIDADE.'
           END-EVALUATE

           DISPLAY 'TECLE: <S> para EXECUTAR, <P> para PULAR o passo '
                   'ou <QUALQUER TECLA> para interromper.'
           ACCEPT WS-CONFIRMA

           ACCEPT WS-HORA-INI FROM TIME

           IF WS-CONFIRMA EQUAL 'P' OR WS-CONFIRMA EQUAL 'p'
              MOVE 'PULADO' TO WS-PASSO-STATUS
              ACCEPT WS-HORA-FIM FROM TIME
              PERFORM P150-LOGA-PASSO THRU P150-FIM
              GO TO P200-FIM
           END-IF

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              MOVE 'S' TO WS-PARADO
              MOVE 'PARADO' TO WS-PASSO-STATUS
              ACCEPT WS-HORA-FIM FROM TIME
              PERFORM P150-LOGA-PASSO THRU P150-FIM
              GO TO P200-FIM
           END-IF

           MOVE 'OK' TO WS-PASSO-STATUS

           EVALUATE WS-PASSO
              WHEN 1
                 PERFORM P210-CONVERTE-PLANILHAS THRU P210-FIM
              WHEN 2
                 PERFORM P220-FECHAMENTO-LOTE THRU P220-FIM
              WHEN 3
                 PERFORM P230-RECALCULA-MEDIAS THRU P230-FIM
              WHEN 4
                 PERFORM P350-CONTA-PENDENCIAS THRU P350-FIM
                 MOVE 'P' TO WS-PORTAO-TIPO
                 MOVE WS-QTD-PENDENTES TO WS-PORTAO-QTD
                 PERFORM P400-PORTAO THRU P400-FIM
              WHEN 5
                 PERFORM P500-FECHA-PERIODO THRU P500-FIM
              WHEN OTHER
                 PERFORM P600-BOLETINS THRU P600-FIM
           END-EVALUATE

           IF ROTEIRO-PARADO AND WS-PASSO-STATUS EQUAL 'OK'
              MOVE 'PARADO' TO WS-PASSO-STATUS
           END-IF

           ACCEPT WS-HORA-FIM FROM TIME
           PERFORM P150-LOGA-PASSO THRU P150-FIM
           .
       P200-FIM.

       P210-CONVERTE-PLANILHAS.

      * Uma chamada do conversor por planilha recebida; o caminho de
      * cada planilha e informado aqui (branco = caminho padrao).
           MOVE 'S' TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA NOT EQUAL 'S' OR ROTEIRO-PARADO
              MOVE SPACE TO WS-CAMINHO-PLANILHA
              DISPLAY 'Informe o caminho da planilha do professor '
                      '(branco para o caminho padrao): '
              ACCEPT WS-CAMINHO-PLANILHA
              IF WS-CAMINHO-PLANILHA NOT EQUAL SPACE
                 SET ENVIRONMENT 'NOTAS_PROF_CSV'
                    TO WS-CAMINHO-PLANILHA
              END-IF

              PERFORM P240-CHAMA-MODULO THRU P240-FIM

              IF NOT ROTEIRO-PARADO
                 DISPLAY 'Ha outra planilha a converter? <S/N>: '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 's'
                    MOVE 'S' TO WS-CONFIRMA
                 END-IF
              END-IF
           END-PERFORM
           .
       P210-FIM.

       P220-FECHAMENTO-LOTE.

           PERFORM P240-CHAMA-MODULO THRU P240-FIM
           IF ROTEIRO-PARADO
              GO TO P220-FIM
           END-IF

      * O PROGFECH grava FECH-DATA no ESTADO ao concluir o lote;
      * sem a data de hoje o lote nao rodou (semaforo ou erro).
           SET FS-EST-OK TO TRUE
           OPEN INPUT ESTADO
           MOVE SPACE TO VALOR-ESTADO
           IF FS-EST-OK
              MOVE 'FECH-DATA' TO CHAVE-ESTADO
              READ ESTADO
                 KEY IS CHAVE-ESTADO
                    INVALID KEY
                       MOVE SPACE TO VALOR-ESTADO
              END-READ
              CLOSE ESTADO
           END-IF

           IF VALOR-ESTADO(1:8) NOT EQUAL WS-DATA-EXEC
              DISPLAY 'O FECHAMENTO EM LOTE NAO FOI CONCLUIDO HOJE.'
              MOVE 'FALHOU' TO WS-PASSO-STATUS
              MOVE 'S' TO WS-PARADO
              GO TO P220-FIM
           END-IF

           PERFORM P300-CONTA-REJEITOS THRU P300-FIM
           MOVE 'R' TO WS-PORTAO-TIPO
           MOVE WS-QTD-REJEITOS TO WS-PORTAO-QTD
           PERFORM P400-PORTAO THRU P400-FIM
           .
       P220-FIM.

       P230-RECALCULA-MEDIAS.

      * O recalculo e por disciplina: uma chamada para cada uma.
           MOVE 'S' TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA NOT EQUAL 'S' OR ROTEIRO-PARADO
              PERFORM P240-CHAMA-MODULO THRU P240-FIM
              IF NOT ROTEIRO-PARADO
                 DISPLAY 'Recalcular outra disciplina? <S/N>: '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 's'
                    MOVE 'S' TO WS-CONFIRMA
                 END-IF
              END-IF
           END-PERFORM
           .
       P230-FIM.

       P240-CHAMA-MODULO.

           MOVE SPACE TO WS-CAMINHO-MODULO
           STRING WS-DIR-MODULOS DELIMITED BY SIZE
                  WS-PASSO-NOME  DELIMITED BY SPACE
                  INTO WS-CAMINHO-MODULO

           MOVE ZERO TO RETURN-CODE
           CALL WS-CAMINHO-MODULO USING LK-COM-AREA
              ON EXCEPTION
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'FALHA AO CHAMAR ' WS-PASSO-NOME
           END-CALL

           IF RETURN-CODE NOT EQUAL ZERO
              MOVE 'FALHOU' TO WS-PASSO-STATUS
              MOVE 'S' TO WS-PARADO
           END-IF
           MOVE ZERO TO RETURN-CODE
           .
       P240-FIM.

       P300-CONTA-REJEITOS.

      * Rejeitos em aberto: transacoes do ano no arquivo de rejeitados
      * do ultimo fechamento em lote, ainda nao ressubmetidas.
           MOVE ZERO TO WS-QTD-REJEITOS
           SET FS-OK TO TRUE
           SET EOF-OK TO FALSE
           OPEN INPUT REJEITO

           IF WS-FS EQUAL 35
              GO TO P300-FIM
           END-IF

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REJEITADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P300-FIM
           END-IF

           PERFORM UNTIL EOF-OK
              READ REJEITO
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-FCH EQUAL WS-ANO-ALVO
                       ADD 1 TO WS-QTD-REJEITOS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REJEITO
           DISPLAY WS-QTD-REJEITOS ' TRANSACAO(OES) REJEITADA(S) EM '
                   'ABERTO NO ANO ' WS-ANO-ALVO '.'
           .
       P300-FIM.

       P350-CONTA-PENDENCIAS.

      * Matriculas do ano (da unidade, quando informada) sem registro
      * de NOTAS lancado para a disciplina, no mesmo criterio da
      * listagem de notas pendentes do PROGLIST.
           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE 'NOTAS PENDENTES' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'ANO ' WS-ANO-ALVO ' PERIODO ' WS-TRIM-ALVO
                  ' UNIDADE ' WS-UNIDADE-ALVO
                  DELIMITED BY SIZE INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ALUNO NOME                 DISC. NOME DA DISCIPLINA'
              TO WS-LINHA-SPOOL
           MOVE 'TURMA' TO WS-LINHA-SPOOL(55:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P350-FIM
           END-IF

           SET FS-ALU-OK TO TRUE
           OPEN INPUT ALUNOS
           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTAS
           SET FS-DSC-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           IF NOT FS-ALU-OK OR NOT FS-NOT-OK
              DISPLAY 'ERRO AO ABRIR ALUNOS/NOTAS (FILE STATUS '
                      WS-FS-ALU '/' WS-FS-NOT ').'
              CLOSE MATRICULA ALUNOS NOTAS DISCIPLINAS
              GO TO P350-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-MATRICULA EQUAL WS-ANO-ALVO
                       PERFORM P355-VERIFICA-MATRICULA THRU P355-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA ALUNOS NOTAS DISCIPLINAS

           DISPLAY WS-QTD-PENDENTES ' MATRICULA(S) SEM NOTA LANCADA.'
           STRING WS-QTD-PENDENTES DELIMITED BY SIZE
                  ' MATRICULA(S) SEM NOTA LANCADA.'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P350-FIM.
           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .

       P355-VERIFICA-MATRICULA.

           MOVE ID-ALUNO-MAT TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P355-FIM
           END-READ

           IF ALUNO-INATIVO
              GO TO P355-FIM
           END-IF

           IF WS-UNIDADE-ALVO NOT EQUAL SPACE AND
              UNIDADE-ALUNO NOT EQUAL WS-UNIDADE-ALVO
              GO TO P355-FIM
           END-IF

           MOVE 'N' TO WS-ACHOU
           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ATUAL
           MOVE WS-NM-ATUAL TO NM-ALUNO IN REG-NOTAS
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 SET EOF-NOT-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-NOT-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-NOT-OK OR ACHOU-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-NOT-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL WS-NM-ATUAL
                       SET EOF-NOT-OK TO TRUE
                    ELSE
                       IF ID-DISCIPLINA IN REG-NOTAS EQUAL
                          ID-DISCIPLINA-MAT AND
                          ANO-LETIVO EQUAL WS-ANO-ALVO
                          MOVE 'S' TO WS-ACHOU
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF ACHOU-OK
              GO TO P355-FIM
           END-IF

           ADD 1 TO WS-QTD-PENDENTES

           MOVE 'DISCIPLINA DESCONHECIDA' TO WS-LPD-NM-DISC
           IF FS-DSC-OK
              MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                          TO WS-LPD-NM-DISC
              END-READ
           END-IF

           MOVE ID-ALUNO-MAT      TO WS-LPD-ALUNO
           MOVE WS-NM-ATUAL       TO WS-LPD-NOME
           MOVE ID-DISCIPLINA-MAT TO WS-LPD-DISCIPLINA
           MOVE TURMA-MATRICULA   TO WS-LPD-TURMA
           MOVE WS-LIN-PENDENCIA  TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P355-FIM.

       P400-PORTAO.

      * Portao de verificacao: com rejeitos em aberto ou notas
      * pendentes o roteiro para; so a direcao pode liberar, com
      * motivo obrigatorio registrado na auditoria.
           IF WS-PORTAO-QTD EQUAL ZERO
              GO TO P400-FIM
           END-IF

           IF (PORTAO-REJEITOS AND LIB-REJ-OK) OR
              (PORTAO-PENDENCIAS AND LIB-PEND-OK)
              DISPLAY 'PORTAO JA LIBERADO PELA DIRECAO NESTE ROTEIRO.'
              GO TO P400-FIM
           END-IF

           IF PORTAO-REJEITOS
              DISPLAY 'PORTAO: ' WS-PORTAO-QTD ' REJEITO(S) EM ABERTO '
                      'NO FECHAMENTO EM LOTE.'
              DISPLAY 'CORRIJA E RESSUBMETA NO PROGFECH (OPCAO <R>) '
                      'ANTES DE FECHAR O PERIODO.'
           ELSE
              DISPLAY 'PORTAO: ' WS-PORTAO-QTD ' MATRICULA(S) SEM '
                      'NOTA LANCADA.'
           END-IF

           IF LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'SOMENTE A DIRECAO PODE LIBERAR O PORTAO.'
              MOVE 'S' TO WS-PARADO
              GO TO P400-FIM
           END-IF

           DISPLAY 'TECLE: <L> para LIBERAR o portao (direcao) ou '
                   '<QUALQUER TECLA> para interromper.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'L' AND WS-CONFIRMA NOT EQUAL 'l'
              MOVE 'S' TO WS-PARADO
              GO TO P400-FIM
           END-IF

           MOVE SPACE TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACE
              DISPLAY 'Informe o motivo da liberacao (obrigatorio): '
              ACCEPT WS-MOTIVO
           END-PERFORM

           IF PORTAO-REJEITOS
              MOVE 'S' TO WS-LIB-REJ
              MOVE 'REJEITOS'   TO AUD-ARQUIVO
              MOVE 'REJEITOS EM ABERTO' TO AUD-VALOR-ANTES
           ELSE
              MOVE 'S' TO WS-LIB-PEND
              MOVE 'NOTAS'      TO AUD-ARQUIVO
              MOVE 'NOTAS PENDENTES' TO AUD-VALOR-ANTES
           END-IF
           MOVE WS-PORTAO-QTD TO AUD-VALOR-ANTES(20:5)

           MOVE 'LIBERA-ROT' TO AUD-OPERACAO
           MOVE SPACE        TO AUD-CHAVE
           MOVE WS-ANO-ALVO  TO AUD-CHAVE(1:4)
           MOVE WS-TRIM-ALVO TO AUD-CHAVE(5:2)
           MOVE WS-MOTIVO(1:20) TO AUD-MOTIVO
           MOVE LK-OPERADOR  TO AUD-RESPONSAVEL
           MOVE WS-MOTIVO    TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           MOVE 'LIBERADO' TO WS-PASSO-STATUS
           PERFORM P040-GRAVA-PASSO THRU P040-FIM
           DISPLAY 'PORTAO LIBERADO PELA DIRECAO.'
           .
       P400-FIM.

       P500-FECHA-PERIODO.

      * Os portoes sao conferidos de novo na hora de fechar: o
      * roteiro pode ter sido retomado depois de novos lancamentos.
           PERFORM P300-CONTA-REJEITOS THRU P300-FIM
           MOVE 'R' TO WS-PORTAO-TIPO
           MOVE WS-QTD-REJEITOS TO WS-PORTAO-QTD
           PERFORM P400-PORTAO THRU P400-FIM
           IF ROTEIRO-PARADO
              GO TO P500-FIM
           END-IF

           PERFORM P350-CONTA-PENDENCIAS THRU P350-FIM
           MOVE 'P' TO WS-PORTAO-TIPO
           MOVE WS-QTD-PENDENTES TO WS-PORTAO-QTD
           PERFORM P400-PORTAO THRU P400-FIM
           IF ROTEIRO-PARADO
              GO TO P500-FIM
           END-IF

      * Pareceres descritivos: mesma exigencia do PROGPERI, sem
      * liberacao pela direcao (o parecer e o registro da avaliacao).
           MOVE WS-ANO-ALVO  TO WS-CPR-ANO
           MOVE WS-TRIM-ALVO TO WS-CPR-PERIODO
           MOVE ZERO         TO WS-CPR-TURMA
           MOVE 'S'          TO WS-CPR-LISTA
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPARC'
              USING WS-CONF-PARECER
              ON EXCEPTION
                 MOVE 'E' TO WS-CPR-RESULTADO
           END-CALL

           IF NOT CPR-PARECERES-OK
              IF CPR-PARECERES-FALTAM
                 DISPLAY WS-CPR-QTD-FALTANTES ' MATRICULA(S) SEM '
                         'PARECER DESCRITIVO NO PERIODO.'
              ELSE
                 DISPLAY 'CONFERENCIA DE PARECERES NAO CONCLUIDA.'
              END-IF
              DISPLAY 'REGISTRE OS PARECERES (PROGPARE) E RETOME O '
                      'ROTEIRO.'
              MOVE 'S' TO WS-PARADO
              GO TO P500-FIM
           END-IF

      * Carga horaria: mesma exigencia do PROGPERI; com deficit de
      * aulas dadas no periodo so a direcao libera, com motivo da
      * reposicao e auditoria.
           MOVE SPACE        TO WS-MOTIVO
           MOVE WS-ANO-ALVO  TO WS-CCH-ANO
           MOVE WS-TRIM-ALVO TO WS-CCH-PERIODO
           MOVE ZERO         TO WS-CCH-TURMA
           MOVE 'S'          TO WS-CCH-LISTA
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCHCF'
              USING WS-CONF-CARGA
              ON EXCEPTION
                 MOVE 'E' TO WS-CCH-RESULTADO
           END-CALL

           IF CCH-CONFERENCIA-ERRO
              DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO CONCLUIDA.'
              MOVE 'S' TO WS-PARADO
              GO TO P500-FIM
           END-IF

           IF CCH-CARGA-DEFICIT
              DISPLAY WS-CCH-QTD-DEFICIT ' TURMA(S)/DISCIPLINA(S) COM '
                      'DEFICIT DE AULAS NO PERIODO.'
              DISPLAY 'PROGRAME A REPOSICAO E RETOME O ROTEIRO.'
              IF LK-PERFIL NOT EQUAL 'D'
                 DISPLAY 'SOMENTE A DIRECAO PODE FECHAR COM REPOSICAO '
                         'PENDENTE.'
                 MOVE 'S' TO WS-PARADO
                 GO TO P500-FIM
              END-IF
              DISPLAY 'TECLE: <L> para FECHAR com reposicao pendente '
                      '(direcao) ou <QUALQUER TECLA> para interromper.'
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'L' AND
                 WS-CONFIRMA NOT EQUAL 'l'
                 MOVE 'S' TO WS-PARADO
                 GO TO P500-FIM
              END-IF
              PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACE
                 DISPLAY 'Informe o motivo/plano de reposicao '
                         '(obrigatorio): '
                 ACCEPT WS-MOTIVO
              END-PERFORM
              MOVE 'LIBERA-ROT'  TO AUD-OPERACAO
              MOVE 'FREQUENCIA'  TO AUD-ARQUIVO
              MOVE SPACE         TO AUD-CHAVE
              MOVE WS-ANO-ALVO   TO AUD-CHAVE(1:4)
              MOVE WS-TRIM-ALVO  TO AUD-CHAVE(5:2)
              MOVE WS-MOTIVO(1:20) TO AUD-MOTIVO
              MOVE LK-OPERADOR   TO AUD-RESPONSAVEL
              MOVE 'DEFICIT DE AULAS' TO AUD-VALOR-ANTES
              MOVE WS-CCH-QTD-DEFICIT TO AUD-VALOR-ANTES(20:5)
              MOVE WS-MOTIVO     TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF

           SET FS-PER-OK TO TRUE
           OPEN I-O PERIODOS

           IF WS-FS-PER EQUAL 35
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF

           IF NOT FS-PER-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PERIODOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PER
              MOVE 'FALHOU' TO WS-PASSO-STATUS
              MOVE 'S' TO WS-PARADO
              GO TO P500-FIM
           END-IF

           MOVE WS-ANO-ALVO  TO ANO-PERIODO
           MOVE WS-TRIM-ALVO TO TRIM-PERIODO
           READ PERIODOS
              KEY IS CHAVE-PERIODO
                 INVALID KEY
                    MOVE WS-ANO-ALVO  TO ANO-PERIODO
                    MOVE WS-TRIM-ALVO TO TRIM-PERIODO
                    MOVE 'F' TO STATUS-PERIODO
                    MOVE WS-MOTIVO TO MOTIVO-PERIODO
                    MOVE LK-OPERADOR TO OPERADOR-PERIODO
                    ACCEPT DATA-PERIODO FROM DATE YYYYMMDD
                    WRITE REG-PERIODO
                    END-WRITE
                 NOT INVALID KEY
                    IF PERIODO-FECHADO
                       DISPLAY 'O PERIODO JA ESTAVA FECHADO.'
                       CLOSE PERIODOS
                       GO TO P500-FIM
                    END-IF
                    MOVE 'F' TO STATUS-PERIODO
                    MOVE WS-MOTIVO TO MOTIVO-PERIODO
                    MOVE LK-OPERADOR TO OPERADOR-PERIODO
                    ACCEPT DATA-PERIODO FROM DATE YYYYMMDD
                    REWRITE REG-PERIODO
           END-READ

           IF FS-PER-OK OR WS-FS-PER EQUAL 02
              DISPLAY 'PERIODO FECHADO PARA LANCAMENTOS.'
              MOVE 'FECHA-PER'  TO AUD-OPERACAO
              MOVE 'PERIODOS'   TO AUD-ARQUIVO
              MOVE CHAVE-PERIODO TO AUD-CHAVE
              MOVE SPACE        TO AUD-MOTIVO
              MOVE LK-OPERADOR  TO AUD-RESPONSAVEL
              MOVE 'ABERTO'     TO AUD-VALOR-ANTES
              MOVE 'FECHADO'    TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR O PERIODO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PER
              MOVE 'FALHOU' TO WS-PASSO-STATUS
              MOVE 'S' TO WS-PARADO
           END-IF

           CLOSE PERIODOS
           .
       P500-FIM.

       P600-BOLETINS.

      * Boletins parciais de todos os alunos ativos da unidade com
      * notas no ano, num unico spool, cada um protocolado em
      * COMUNICADOS com o canhoto pendente.
           MOVE ZERO TO WS-QTD-BOLETINS
           MOVE 'BOLETINS PARCIAIS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           SET FS-ALU-OK TO TRUE
           OPEN INPUT ALUNOS
           SET FS-NOT-OK TO TRUE
           OPEN INPUT NOTAS
           SET FS-DSC-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           IF NOT FS-ALU-OK OR NOT FS-NOT-OK
              DISPLAY 'ERRO AO ABRIR ALUNOS/NOTAS (FILE STATUS '
                      WS-FS-ALU '/' WS-FS-NOT ').'
              CLOSE ALUNOS NOTAS DISCIPLINAS
              MOVE 'FALHOU' TO WS-PASSO-STATUS
              MOVE 'S' TO WS-PARADO
              GO TO P600-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT ALUNO-INATIVO AND
                       (WS-UNIDADE-ALVO EQUAL SPACE OR
                        UNIDADE-ALUNO EQUAL WS-UNIDADE-ALVO)
                       PERFORM P610-BOLETIM-ALUNO THRU P610-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS NOTAS DISCIPLINAS

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING WS-QTD-BOLETINS DELIMITED BY SIZE
                  ' BOLETIM(NS) PARCIAL(IS) EMITIDO(S).'
                  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P600-FIM.
           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .

       P610-BOLETIM-ALUNO.

           MOVE ZERO TO WS-QTD-NOTAS-ALUNO
           MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ATUAL
           MOVE WS-NM-ATUAL TO NM-ALUNO IN REG-NOTAS
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 SET EOF-NOT-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-NOT-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-NOT-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-NOT-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL WS-NM-ATUAL
                       SET EOF-NOT-OK TO TRUE
                    ELSE
                       IF ANO-LETIVO EQUAL WS-ANO-ALVO
                          IF WS-QTD-NOTAS-ALUNO EQUAL ZERO
                             PERFORM P615-CABECALHO-ALUNO
                                THRU P615-FIM
                          END-IF
                          ADD 1 TO WS-QTD-NOTAS-ALUNO
                          PERFORM P620-LINHA-DISCIPLINA THRU P620-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-QTD-NOTAS-ALUNO EQUAL ZERO
              GO TO P610-FIM
           END-IF

           MOVE ALL '-' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           ADD 1 TO WS-QTD-BOLETINS
           PERFORM P630-PROTOCOLA THRU P630-FIM
           .
       P610-FIM.

       P615-CABECALHO-ALUNO.

      * O boletim traz o nome social quando registrado.
           MOVE SPACE TO WS-LINHA-SPOOL
           IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
              STRING 'BOLETIM PARCIAL - ALUNO ' ID-ALUNO ' '
                     NM-SOCIAL-ALUNO ' UNIDADE ' UNIDADE-ALUNO
                     DELIMITED BY SIZE INTO WS-LINHA-SPOOL
           ELSE
              STRING 'BOLETIM PARCIAL - ALUNO ' ID-ALUNO ' '
                     WS-NM-ATUAL ' UNIDADE ' UNIDADE-ALUNO
                     DELIMITED BY SIZE INTO WS-LINHA-SPOOL
           END-IF
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'ANO LETIVO ' WS-ANO-ALVO
                  ' - PERIODOS CONSIDERADOS: ' WS-TRIM-ALVO
                  DELIMITED BY SIZE INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'DISCIPLINA' TO WS-LINHA-SPOOL(1:20)
           MOVE 'PER1  PER2  PER3  PER4  PER5  PER6'
              TO WS-LINHA-SPOOL(23:34)
           MOVE 'PARCIAL' TO WS-LINHA-SPOOL(58:7)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P615-FIM.

       P620-LINHA-DISCIPLINA.

      * Media parcial recalculada dos periodos ja cursados com os
      * pesos da disciplina.
           MOVE ZERO TO PESO-TRI1 PESO-TRI2 PESO-TRI3 PESO-TRI4
           MOVE ZERO TO PESO-TRI5 PESO-TRI6
           IF FS-DSC-OK
              MOVE ID-DISCIPLINA IN REG-NOTAS
                 TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       MOVE ZERO TO PESO-TRI1 PESO-TRI2 PESO-TRI3
                       MOVE ZERO TO PESO-TRI4 PESO-TRI5 PESO-TRI6
              END-READ
           END-IF

           MOVE SPACE TO WS-LIN-BOLETIM
           MOVE NM-DISCIPLINA IN REG-NOTAS TO WS-LB-DISCIPLINA
           MOVE ZERO TO WS-SOMA-PESOS
           MOVE ZERO TO WS-SOMA-NOTAS

           PERFORM VARYING WS-PER FROM 1 BY 1
              UNTIL WS-PER > WS-TRIM-ALVO
              EVALUATE WS-PER
                 WHEN 1
                    MOVE NT1-NOTA TO WS-NT-PER
                    MOVE PESO-TRI1 TO WS-PESO-PER
                 WHEN 2
                    MOVE NT2-NOTA TO WS-NT-PER
                    MOVE PESO-TRI2 TO WS-PESO-PER
                 WHEN 3
                    MOVE NT3-NOTA TO WS-NT-PER
                    MOVE PESO-TRI3 TO WS-PESO-PER
                 WHEN 4
                    MOVE NT4-NOTA TO WS-NT-PER
                    MOVE PESO-TRI4 TO WS-PESO-PER
                 WHEN 5
                    MOVE NT5-NOTA TO WS-NT-PER
                    MOVE PESO-TRI5 TO WS-PESO-PER
                 WHEN OTHER
                    MOVE NT6-NOTA TO WS-NT-PER
                    MOVE PESO-TRI6 TO WS-PESO-PER
              END-EVALUATE
              IF WS-NT-PER NOT NUMERIC
                 MOVE ZERO TO WS-NT-PER
              END-IF
              IF WS-PESO-PER NOT NUMERIC
                 MOVE ZERO TO WS-PESO-PER
              END-IF
              MOVE WS-NT-PER TO WS-LB-NOTA (WS-PER)
              ADD WS-PESO-PER TO WS-SOMA-PESOS
              COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS +
                 (WS-NT-PER * WS-PESO-PER)
           END-PERFORM

           IF WS-SOMA-PESOS GREATER THAN ZERO
              COMPUTE WS-MD-PARCIAL ROUNDED =
                 WS-SOMA-NOTAS / WS-SOMA-PESOS
           ELSE
              MOVE ZERO TO WS-MD-PARCIAL
           END-IF
           MOVE WS-MD-PARCIAL TO WS-LB-PARCIAL

           MOVE WS-LIN-BOLETIM TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P620-FIM.

       P630-PROTOCOLA.

      * Todo boletim emitido entra no protocolo de comunicados
      * (PROGCOMU) com o canhoto pendente.
           MOVE 'COMUNICADO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

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
              GO TO P630-FIM
           END-IF

           MOVE WS-PROX-NUMERO TO ID-COMUNICADO
           MOVE ID-ALUNO       TO ID-ALUNO-COM
           MOVE 'B'            TO TIPO-COM
           ACCEPT DATA-COM FROM DATE YYYYMMDD
           MOVE 'M'            TO VIA-COM
           MOVE 'P'            TO STATUS-ACK-COM
           MOVE ZERO           TO DATA-ACK-COM
           MOVE LK-OPERADOR    TO OPERADOR-COM
           MOVE SPACE          TO DESCRICAO-COM
           STRING 'BOLETIM PARCIAL PER ' WS-TRIM-ALVO '/' WS-ANO-ALVO
                  DELIMITED BY SIZE INTO DESCRICAO-COM

           WRITE REG-COMUNICADO
              INVALID KEY
                 DISPLAY 'AVISO: COMUNICADO ' ID-COMUNICADO
                         ' JA EXISTE; BOLETIM DO ALUNO ' ID-ALUNO
                         ' NAO PROTOCOLADO.'
           END-WRITE

           CLOSE COMUNICADOS
           .
       P630-FIM.

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

           MOVE 'PROGTRIM' TO AUD-PROGRAMA

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
       END PROGRAM PROGTRIM.
