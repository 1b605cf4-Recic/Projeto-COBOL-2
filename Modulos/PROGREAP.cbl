      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Reaplicacao da trilha de auditoria apos a restauracao
      *          de uma geracao de backup (roll-forward): le a
      *          AUDITORIA a partir da data/hora gravada no manifesto
      *          da geracao e reaplica, em ordem, as imagens das
      *          inclusoes, alteracoes e exclusoes de ALUNOS,
      *          DISCIPLINAS, NOTAS, AL-APROV e MATRICULA nos arquivos
      *          restaurados. Cada registro e conferido contra a imagem
      *          anterior: divergencia para a reaplicacao com relatorio
      *          no spool e deixa o ponto de parada no ESTADO
      *          ('REAPLICA') para a retomada. Chamado pelo PROGIMPT ao
      *          final da restauracao (REAP_GERACAO) ou pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREAP.


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

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN REG-AL-APROV
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

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT MANIFESTO ASSIGN TO
           WS-CAMINHO-MANIFESTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MAN.

           SELECT ESTADO ASSIGN TO
           WS-CAMINHO-ESTADO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-ESTADO
           FILE STATUS IS WS-FS-EST.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  MANIFESTO.
       01  REG-MANIFESTO                     PIC X(40).

       FD  ESTADO.
           COPY FD-ESTADO.

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-MANIFESTO              PIC X(80).
       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-SESSOES                PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-MAN                         PIC 99.
           88 FS-MAN-OK                      VALUE 0.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-SES                         PIC 99.
           88 FS-SES-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-CONFIRMA                       PIC X.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

      * Semaforo do lote (mesmo padrao do PROGIMPT).
       77  WS-SESSOES-ONLINE                 PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-LOTE                     PIC X(20) VALUE SPACE.
       77  WS-EOF-SES                        PIC X VALUE 'N'.
           88 EOF-SES-OK                     VALUE 'S' FALSE 'N'.
       77  WS-BATCH-BLOQUEADO                PIC X VALUE 'N'.
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.

      * Geracao restaurada e instante de partida (manifesto).
       77  WS-PELA-RESTAURACAO               PIC X VALUE 'N'.
           88 PELA-RESTAURACAO-OK            VALUE 'S'.
       77  WS-GERACAO-ENV                    PIC X(08) VALUE SPACE.
       77  WS-DATA-GERACAO                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-GERACAO-X                 PIC X(08) VALUE SPACE.
       77  WS-HORA-GERACAO                   PIC 9(08) VALUE ZERO.
       01  WS-MARCA-GERACAO.
           03 WS-MARCA-DATA                  PIC 9(08).
           03 WS-MARCA-HORA                  PIC 9(08).
       01  WS-MARCA-AUD.
           03 WS-MARCA-AUD-DATA              PIC 9(08).
           03 WS-MARCA-AUD-HORA              PIC 9(08).
       01  WS-LINHA-MANIFESTO                PIC X(40) VALUE SPACE.
       77  WS-MAN-NOME                       PIC X(15) VALUE SPACE.
       77  WS-MAN-DATA                       PIC X(08) VALUE SPACE.
       77  WS-MAN-HORA                       PIC X(08) VALUE SPACE.
       77  WS-NOME-TAM                       PIC 9(03) VALUE ZERO.
       01  WS-NOME-BASE                      PIC X(80) VALUE SPACE.

      * Ponto de parada no ESTADO (chave REAPLICA): geracao, posicao
      * do ultimo registro da trilha tratado e situacao.
       01  WS-PONTO.
           03 WS-PONTO-GERACAO               PIC 9(08).
           03 WS-PONTO-POSICAO               PIC 9(09).
           03 WS-PONTO-SITUACAO              PIC X(01).
              88 PONTO-ANDAMENTO             VALUE 'A'.
              88 PONTO-CONFLITO              VALUE 'C'.
           03 FILLER                         PIC X(02).
       77  WS-TEM-PONTO                      PIC X VALUE 'N'.
           88 TEM-PONTO-OK                   VALUE 'S' FALSE 'N'.
       77  WS-PULA-CONFLITO                  PIC X VALUE 'N'.
           88 PULA-CONFLITO-OK               VALUE 'S' FALSE 'N'.
       77  WS-POSICAO                        PIC 9(09) VALUE ZERO.
       77  WS-POSICAO-INICIAL                PIC 9(09) VALUE ZERO.
       77  WS-DESDE-PONTO                    PIC 9(03) VALUE ZERO.

      * Registro da trilha em reaplicacao.
       77  WS-ARQ-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-ACAO                           PIC X(01) VALUE SPACE.
           88 ACAO-INCLUI                    VALUE 'I'.
           88 ACAO-ALTERA                    VALUE 'A'.
           88 ACAO-EXCLUI                    VALUE 'E'.
           88 ACAO-NM-SOCIAL                 VALUE 'S'.
           88 ACAO-PASSE                     VALUE 'P'.
       77  WS-TAM-CMP                        PIC 9(03) VALUE ZERO.
       77  WS-TAM-CHAVE                        PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-IMG                      PIC X(10) VALUE SPACE.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 EXISTE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-CONFLITO                       PIC X VALUE 'N'.
           88 CONFLITO-OK                    VALUE 'S' FALSE 'N'.
       77  WS-ARQS-ABERTOS                   PIC X VALUE 'N'.
           88 ARQS-ABERTOS-OK                VALUE 'S' FALSE 'N'.
       01  WS-REG-ATUAL                      PIC X(265) VALUE SPACE.
       77  WS-MOTIVO-CONFLITO                PIC X(40) VALUE SPACE.

       77  WS-QTD-LIDOS                      PIC 9(07) VALUE ZERO.
       77  WS-QTD-APLICADOS                  PIC 9(07) VALUE ZERO.
       77  WS-QTD-JA-APLICADOS               PIC 9(07) VALUE ZERO.
       77  WS-QTD-NAO-REAPLICADOS            PIC 9(07) VALUE ZERO.
       77  WS-QTD-ED                         PIC Z.ZZZ.ZZ9.

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
           DISPLAY 'REAPLICACAO DA TRILHA DE AUDITORIA'
           DISPLAY '***************************************************'

      * Chamado pelo PROGIMPT logo apos a restauracao: a geracao vem
      * de REAP_GERACAO e o semaforo do lote ja esta com o chamador.
           ACCEPT WS-GERACAO-ENV FROM ENVIRONMENT 'REAP_GERACAO'
              ON EXCEPTION MOVE SPACE TO WS-GERACAO-ENV
           END-ACCEPT
           IF WS-GERACAO-ENV IS NUMERIC AND
              WS-GERACAO-ENV NOT EQUAL ZERO
              MOVE 'S' TO WS-PELA-RESTAURACAO
              MOVE WS-GERACAO-ENV TO WS-DATA-GERACAO
           END-IF

           IF NOT PELA-RESTAURACAO-OK
              IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
                 DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
                 PERFORM P950-FIM
              END-IF
              PERFORM P020-GUARDA-BATCH THRU P020-FIM
              IF BATCH-BLOQUEADO-OK
                 PERFORM P950-FIM
              END-IF
           END-IF

           PERFORM P030-PREPARA THRU P030-FIM

           IF WS-DATA-GERACAO NOT EQUAL ZERO
              PERFORM P300-REAPLICA THRU P300-FIM
           END-IF

           IF NOT PELA-RESTAURACAO-OK
              PERFORM P940-LIBERA-BATCH THRU P940-FIM
           END-IF
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AL-APROV FROM ENVIRONMENT 'AL_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AL-APROV.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-AL-APROV
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
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
           .
       P010-FIM.

       P020-GUARDA-BATCH.

      * Semaforo do lote: recusa o inicio enquanto houver sessoes
      * online de OUTROS operadores e, liberado, registra o proprio
      * lote para os terminais mostrarem o aviso.
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
           MOVE 'LOTE-PROGREAP' TO CHAVE-SESSAO(1:13)
           MOVE CHAVE-SESSAO TO WS-CHAVE-LOTE
           MOVE 'L' TO TIPO-SESSAO
           MOVE LK-OPERADOR TO OPERADOR-SESSAO
           MOVE 'PROGREAP' TO PROGRAMA-SESSAO
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

       P030-PREPARA.

      * Define a geracao e a posicao de partida. Logo apos uma
      * restauracao a reaplicacao sempre recomeca do manifesto; pelo
      * menu, um ponto de parada pendente e oferecido para retomada.
           MOVE ZERO TO WS-POSICAO-INICIAL
           SET PULA-CONFLITO-OK TO FALSE
           PERFORM P040-LE-PONTO THRU P040-FIM

           IF PELA-RESTAURACAO-OK
              IF TEM-PONTO-OK
                 DISPLAY 'PONTO DE PARADA ANTERIOR DESCARTADO: A BASE '
                         'FOI RESTAURADA NOVAMENTE.'
                 PERFORM P048-APAGA-PONTO THRU P048-FIM
              END-IF
           ELSE
              IF TEM-PONTO-OK
                 PERFORM P035-OFERECE-RETOMADA THRU P035-FIM
              ELSE
                 DISPLAY 'Informe a data da geracao restaurada '
                         '(AAAAMMDD): '
                 ACCEPT WS-DATA-GERACAO
                 IF WS-DATA-GERACAO NOT NUMERIC
                    MOVE ZERO TO WS-DATA-GERACAO
                 END-IF
              END-IF
           END-IF

           IF WS-DATA-GERACAO EQUAL ZERO
              DISPLAY 'REAPLICACAO NAO EXECUTADA.'
              GO TO P030-FIM
           END-IF

           PERFORM P050-LE-MANIFESTO THRU P050-FIM
           IF WS-DATA-GERACAO EQUAL ZERO
              GO TO P030-FIM
           END-IF

           IF NOT PELA-RESTAURACAO-OK AND NOT TEM-PONTO-OK
              DISPLAY 'A TRILHA SERA REAPLICADA A PARTIR DE '
                      WS-MARCA-DATA ' ' WS-MARCA-HORA '.'
              DISPLAY 'TECLE: <S> para confirmar ou <QUALQUER TECLA> '
                      'para cancelar: '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'REAPLICACAO CANCELADA.'
                 MOVE ZERO TO WS-DATA-GERACAO
              END-IF
           END-IF
           .
       P030-FIM.

       P035-OFERECE-RETOMADA.

           MOVE WS-PONTO-GERACAO TO WS-DATA-GERACAO
           DISPLAY 'REAPLICACAO DA GERACAO ' WS-PONTO-GERACAO
                   ' INTERROMPIDA APOS O REGISTRO ' WS-PONTO-POSICAO
                   ' DA TRILHA.'
           IF PONTO-CONFLITO
              DISPLAY 'O REGISTRO SEGUINTE PAROU POR CONFLITO.'
              DISPLAY 'TECLE: <C> para continuar (o registro em '
                      'conflito e conferido de novo), <P> para pular '
                      'o registro em conflito, <D> para descartar o '
                      'ponto de parada ou <QUALQUER TECLA> para sair: '
           ELSE
              DISPLAY 'TECLE: <C> para continuar, <D> para descartar '
                      'o ponto de parada ou <QUALQUER TECLA> para '
                      'sair: '
           END-IF
           ACCEPT WS-CONFIRMA

           EVALUATE WS-CONFIRMA
              WHEN 'C'
              WHEN 'c'
                 MOVE WS-PONTO-POSICAO TO WS-POSICAO-INICIAL
              WHEN 'P'
              WHEN 'p'
                 IF PONTO-CONFLITO
                    MOVE WS-PONTO-POSICAO TO WS-POSICAO-INICIAL
                    SET PULA-CONFLITO-OK TO TRUE
                 ELSE
                    MOVE ZERO TO WS-DATA-GERACAO
                 END-IF
              WHEN 'D'
              WHEN 'd'
                 PERFORM P048-APAGA-PONTO THRU P048-FIM
                 SET TEM-PONTO-OK TO FALSE
                 DISPLAY 'PONTO DE PARADA DESCARTADO.'
                 MOVE ZERO TO WS-DATA-GERACAO
              WHEN OTHER
                 MOVE ZERO TO WS-DATA-GERACAO
           END-EVALUATE
           .
       P035-FIM.

       P040-LE-PONTO.

           SET TEM-PONTO-OK TO FALSE
           SET FS-EST-OK TO TRUE
           OPEN INPUT ESTADO
           IF NOT FS-EST-OK
              GO TO P040-FIM
           END-IF

           MOVE 'REAPLICA' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE VALOR-ESTADO TO WS-PONTO
                 IF WS-PONTO-GERACAO IS NUMERIC AND
                    WS-PONTO-POSICAO IS NUMERIC
                    SET TEM-PONTO-OK TO TRUE
                 END-IF
           END-READ

           CLOSE ESTADO
           .
       P040-FIM.

       P045-GRAVA-PONTO.

           MOVE WS-DATA-GERACAO TO WS-PONTO-GERACAO
           MOVE WS-POSICAO TO WS-PONTO-POSICAO

           SET FS-EST-OK TO TRUE
           OPEN I-O ESTADO
           IF WS-FS-EST EQUAL 35
              OPEN OUTPUT ESTADO
              CLOSE ESTADO
              OPEN I-O ESTADO
           END-IF
           IF NOT FS-EST-OK
              DISPLAY 'AVISO: PONTO DE PARADA NAO GRAVADO (FILE '
                      'STATUS ' WS-FS-EST ').'
              GO TO P045-FIM
           END-IF

           MOVE 'REAPLICA' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
              INVALID KEY
                 MOVE 'REAPLICA' TO CHAVE-ESTADO
                 MOVE WS-PONTO TO VALOR-ESTADO
                 WRITE REG-ESTADO
                 END-WRITE
              NOT INVALID KEY
                 MOVE WS-PONTO TO VALOR-ESTADO
                 REWRITE REG-ESTADO
           END-READ

           CLOSE ESTADO
           MOVE ZERO TO WS-DESDE-PONTO
           .
       P045-FIM.

       P048-APAGA-PONTO.

           SET FS-EST-OK TO TRUE
           OPEN I-O ESTADO
           IF FS-EST-OK
              MOVE 'REAPLICA' TO CHAVE-ESTADO
              DELETE ESTADO RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              CLOSE ESTADO
           END-IF
           .
       P048-FIM.

       P050-LE-MANIFESTO.

      * Instante de partida: data e hora da linha GERACAO do
      * manifesto. Manifesto sem hora (exportacao antiga) parte do
      * inicio do dia; o que ja estiver no backup e reconhecido como
      * ja aplicado na conferencia das imagens.
           MOVE WS-DATA-GERACAO TO WS-DATA-GERACAO-X
           ACCEPT WS-CAMINHO-MANIFESTO FROM ENVIRONMENT
              'EXP_MANIFESTO_CSV'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MANIFEST.csv'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-MANIFESTO
           END-ACCEPT

           MOVE WS-CAMINHO-MANIFESTO TO WS-NOME-BASE
           MOVE ZERO TO WS-NOME-TAM
           PERFORM VARYING WS-NOME-TAM FROM 80 BY -1
              UNTIL WS-NOME-TAM < 1
                 OR WS-NOME-BASE(WS-NOME-TAM:1) NOT EQUAL SPACE
              CONTINUE
           END-PERFORM
           IF WS-NOME-TAM > 0 AND WS-NOME-TAM <= 71
              MOVE '.' TO WS-NOME-BASE(WS-NOME-TAM + 1:1)
              MOVE WS-DATA-GERACAO-X
                 TO WS-NOME-BASE(WS-NOME-TAM + 2:8)
           END-IF
           MOVE WS-NOME-BASE TO WS-CAMINHO-MANIFESTO

           MOVE WS-DATA-GERACAO TO WS-MARCA-DATA
           MOVE ZERO TO WS-MARCA-HORA

           SET FS-MAN-OK TO TRUE
           OPEN INPUT MANIFESTO
           IF NOT FS-MAN-OK
              DISPLAY 'MANIFESTO DA GERACAO NAO ENCONTRADO: '
                      WS-CAMINHO-MANIFESTO
              DISPLAY 'REAPLICACAO NAO EXECUTADA.'
              MOVE ZERO TO WS-DATA-GERACAO
              GO TO P050-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MANIFESTO NEXT RECORD INTO WS-LINHA-MANIFESTO
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE SPACE TO WS-MAN-NOME
                    MOVE SPACE TO WS-MAN-DATA
                    MOVE SPACE TO WS-MAN-HORA
                    UNSTRING WS-LINHA-MANIFESTO DELIMITED BY ';'
                       INTO WS-MAN-NOME, WS-MAN-DATA, WS-MAN-HORA
                    IF WS-MAN-NOME EQUAL 'GERACAO'
                       SET EOF-OK TO TRUE
                       IF WS-MAN-HORA IS NUMERIC
                          MOVE WS-MAN-HORA TO WS-MARCA-HORA
                       ELSE
                          DISPLAY 'AVISO: MANIFESTO SEM A HORA DA '
                                  'EXPORTACAO. A TRILHA SERA LIDA '
                                  'DESDE O INICIO DO DIA.'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MANIFESTO
           .
       P050-FIM.

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

       P100-ABRE-ARQUIVOS.

           SET ARQS-ABERTOS-OK TO FALSE

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR ALUNOS. FILE STATUS: ' WS-FS
              GO TO P100-FIM
           END-IF
           OPEN I-O DISCIPLINAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR DISCIPLINAS. FILE STATUS: ' WS-FS
              CLOSE ALUNOS
              GO TO P100-FIM
           END-IF
           OPEN I-O NOTAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR NOTAS. FILE STATUS: ' WS-FS
              CLOSE ALUNOS DISCIPLINAS
              GO TO P100-FIM
           END-IF
           OPEN I-O AL-APROV
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR AL-APROV. FILE STATUS: ' WS-FS
              CLOSE ALUNOS DISCIPLINAS NOTAS
              GO TO P100-FIM
           END-IF
           OPEN I-O MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR MATRICULA. FILE STATUS: ' WS-FS
              CLOSE ALUNOS DISCIPLINAS NOTAS AL-APROV
              GO TO P100-FIM
           END-IF

           SET ARQS-ABERTOS-OK TO TRUE
           .
       P100-FIM.

       P300-REAPLICA.

           MOVE 'REAPLICACAO TRILHA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE 'GERACAO ' TO WS-LINHA-SPOOL(1:8)
           MOVE WS-DATA-GERACAO TO WS-LINHA-SPOOL(9:8)
           MOVE ' - TRILHA A PARTIR DE ' TO WS-LINHA-SPOOL(17:22)
           MOVE WS-MARCA-DATA TO WS-LINHA-SPOOL(39:8)
           MOVE WS-MARCA-HORA TO WS-LINHA-SPOOL(48:8)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           IF WS-POSICAO-INICIAL > ZERO
              MOVE 'RETOMADA APOS O REGISTRO ' TO WS-LINHA-SPOOL(1:25)
              MOVE WS-POSICAO-INICIAL TO WS-LINHA-SPOOL(26:9)
              MOVE ' DA TRILHA' TO WS-LINHA-SPOOL(35:10)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM
           IF NOT ARQS-ABERTOS-OK
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              MOVE 8 TO RETURN-CODE
              GO TO P300-FIM
           END-IF

           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA
           IF NOT FS-AUD-OK
              DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA. FILE '
                      'STATUS: ' WS-FS-AUD
              PERFORM P390-FECHA-ARQUIVOS THRU P390-FIM
              PERFORM P070-FECHA-SPOOL THRU P070-FIM
              MOVE 8 TO RETURN-CODE
              GO TO P300-FIM
           END-IF

           MOVE ZERO TO WS-POSICAO
           MOVE ZERO TO WS-DESDE-PONTO
           SET PONTO-ANDAMENTO TO TRUE
           SET CONFLITO-OK TO FALSE
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK OR CONFLITO-OK
              READ AUDITORIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-POSICAO
                    IF WS-POSICAO > WS-POSICAO-INICIAL
                       PERFORM P310-TRATA-REGISTRO THRU P310-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUDITORIA
           PERFORM P390-FECHA-ARQUIVOS THRU P390-FIM

      * Conflito: o ponto fica no registro anterior ao conflitante,
      * que e conferido de novo (ou pulado) na retomada.
           IF CONFLITO-OK
              SUBTRACT 1 FROM WS-POSICAO
              SET PONTO-CONFLITO TO TRUE
              PERFORM P045-GRAVA-PONTO THRU P045-FIM
              MOVE 'REAPLICACAO INTERROMPIDA POR CONFLITO. CORRIJA '
                 TO WS-LINHA-SPOOL(1:47)
              MOVE 'O REGISTRO E' TO WS-LINHA-SPOOL(48:12)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              MOVE 'RETOME PELO MENU (CONTINUAR OU PULAR).'
                 TO WS-LINHA-SPOOL(1:38)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM P048-APAGA-PONTO THRU P048-FIM
              MOVE 'REAPLICACAO CONCLUIDA.' TO WS-LINHA-SPOOL(1:22)
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'REGISTROS DA TRILHA NO PERIODO:'
              TO WS-LINHA-SPOOL(1:31)
           MOVE WS-QTD-LIDOS TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(33:9)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'REAPLICADOS:' TO WS-LINHA-SPOOL(1:12)
           MOVE WS-QTD-APLICADOS TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(33:9)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'JA PRESENTES NA BASE:' TO WS-LINHA-SPOOL(1:21)
           MOVE WS-QTD-JA-APLICADOS TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(33:9)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'NAO REAPLICAVEIS (LISTADOS):' TO WS-LINHA-SPOOL(1:28)
           MOVE WS-QTD-NAO-REAPLICADOS TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-SPOOL(33:9)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           MOVE 'REAPLICA'  TO AUD-OPERACAO
           MOVE 'AUDITORIA' TO AUD-ARQUIVO
           MOVE SPACE       TO AUD-CHAVE
           MOVE WS-DATA-GERACAO TO AUD-CHAVE(1:8)
           MOVE SPACE       TO AUD-VALOR-ANTES
           MOVE SPACE       TO AUD-VALOR-DEPOIS
           STRING 'REAPLICADOS '      DELIMITED BY SIZE
                  WS-QTD-APLICADOS    DELIMITED BY SIZE
                  ' JA PRESENTES '    DELIMITED BY SIZE
                  WS-QTD-JA-APLICADOS DELIMITED BY SIZE
                  ' POSICAO '         DELIMITED BY SIZE
                  WS-POSICAO          DELIMITED BY SIZE
                  ' SITUACAO '        DELIMITED BY SIZE
                  WS-PONTO-SITUACAO   DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           IF CONFLITO-OK
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       P300-FIM.

       P310-TRATA-REGISTRO.

           MOVE AUD-DATA TO WS-MARCA-AUD-DATA
           MOVE AUD-HORA TO WS-MARCA-AUD-HORA
           IF WS-MARCA-AUD NOT > WS-MARCA-GERACAO
              GO TO P310-FIM
           END-IF

      * Gravacoes da propria restauracao e desta rotina nao sao
      * reaplicadas.
           IF AUD-PROGRAMA EQUAL 'PROGIMPT' OR
              AUD-PROGRAMA EQUAL 'PROGREAP'
              GO TO P310-FIM
           END-IF

           MOVE ZERO TO WS-ARQ-IDX
      * Tamanho conferido: a imagem do aluno na trilha e truncada em
      * 200 posicoes (o ultimo byte e so o inicio do NIS) e a da
      * disciplina, na alteracao, em 79.
           EVALUATE AUD-ARQUIVO
              WHEN 'ALUNOS'
                 MOVE 1 TO WS-ARQ-IDX
                 MOVE 199 TO WS-TAM-CMP
                 MOVE 5 TO WS-TAM-CHAVE
              WHEN 'DISCIPLINAS'
                 MOVE 2 TO WS-ARQ-IDX
                 MOVE 79 TO WS-TAM-CMP
                 MOVE 5 TO WS-TAM-CHAVE
              WHEN 'NOTAS'
                 MOVE 3 TO WS-ARQ-IDX
                 MOVE 101 TO WS-TAM-CMP
                 MOVE 5 TO WS-TAM-CHAVE
              WHEN 'AL-APROV'
                 MOVE 4 TO WS-ARQ-IDX
                 MOVE 101 TO WS-TAM-CMP
                 MOVE 5 TO WS-TAM-CHAVE
              WHEN 'MATRICULA'
                 MOVE 5 TO WS-ARQ-IDX
                 MOVE 30 TO WS-TAM-CMP
                 MOVE 10 TO WS-TAM-CHAVE
              WHEN OTHER
                 IF AUD-OPERACAO EQUAL 'INCLUSAO' OR
                    AUD-OPERACAO EQUAL 'ALTERACAO' OR
                    AUD-OPERACAO EQUAL 'EXCLUSAO'
                    ADD 1 TO WS-QTD-LIDOS
                    PERFORM P370-LISTA-NAO-REAPLICADO THRU P370-FIM
                 END-IF
                 GO TO P310-FIM
           END-EVALUATE
           ADD 1 TO WS-QTD-LIDOS

      * Acao pela operacao; as alteracoes de nota das rotinas de
      * recalculo, recuperacao paralela e segunda chamada trazem as
      * imagens completas e valem como ALTERACAO.
           MOVE SPACE TO WS-ACAO
           EVALUATE AUD-OPERACAO
              WHEN 'INCLUSAO'
                 SET ACAO-INCLUI TO TRUE
              WHEN 'ALTERACAO'
                 SET ACAO-ALTERA TO TRUE
              WHEN 'EXCLUSAO'
                 SET ACAO-EXCLUI TO TRUE
              WHEN 'RECALCULO'
              WHEN 'REC-PARAL'
              WHEN 'SEG-CHAMAD'
                 IF WS-ARQ-IDX EQUAL 3
                    SET ACAO-ALTERA TO TRUE
                 END-IF
      * Nome social: imagem propria (codigo do aluno, nome social,
      * data e requerente), gravada fora da imagem truncada do aluno.
              WHEN 'NM-SOCIAL'
                 IF WS-ARQ-IDX EQUAL 1
                    SET ACAO-NM-SOCIAL TO TRUE
                 END-IF
      * Passe escolar: imagem do codigo do aluno, situacao do passe,
      * cartao e data do bloqueio.
              WHEN 'PASSE'
                 IF WS-ARQ-IDX EQUAL 1
                    SET ACAO-PASSE TO TRUE
                 END-IF
           END-EVALUATE

           IF WS-ACAO EQUAL SPACE OR AUD-IMAGEM-EXPURGADA
              PERFORM P370-LISTA-NAO-REAPLICADO THRU P370-FIM
              GO TO P310-FIM
           END-IF

      * Chave no inicio da imagem (anterior na exclusao).
           MOVE SPACE TO WS-CHAVE-IMG
           IF ACAO-EXCLUI
              MOVE AUD-VALOR-ANTES(1:WS-TAM-CHAVE)
                 TO WS-CHAVE-IMG(1:WS-TAM-CHAVE)
           ELSE
              MOVE AUD-VALOR-DEPOIS(1:WS-TAM-CHAVE)
                 TO WS-CHAVE-IMG(1:WS-TAM-CHAVE)
           END-IF
           IF WS-CHAVE-IMG(1:WS-TAM-CHAVE) NOT NUMERIC
              PERFORM P370-LISTA-NAO-REAPLICADO THRU P370-FIM
              GO TO P310-FIM
           END-IF

           PERFORM P320-LE-ATUAL THRU P320-FIM

           IF PULA-CONFLITO-OK
              SET PULA-CONFLITO-OK TO FALSE
              MOVE 'PULADO A PEDIDO DO OPERADOR' TO WS-MOTIVO-CONFLITO
              PERFORM P380-LISTA-CONFLITO THRU P380-FIM
              ADD 1 TO WS-QTD-NAO-REAPLICADOS
              GO TO P310-FIM
           END-IF

           EVALUATE TRUE
              WHEN ACAO-NM-SOCIAL
                 IF NOT EXISTE-OK
                    MOVE 'ALTERACAO DE REGISTRO INEXISTENTE'
                       TO WS-MOTIVO-CONFLITO
                    SET CONFLITO-OK TO TRUE
                 ELSE
                    IF WS-REG-ATUAL(212:29) EQUAL
                       AUD-VALOR-ANTES(6:29)
                       PERFORM P340-REGRAVA THRU P340-FIM
                    ELSE
                       IF WS-REG-ATUAL(212:29) EQUAL
                          AUD-VALOR-DEPOIS(6:29)
                          ADD 1 TO WS-QTD-JA-APLICADOS
                       ELSE
                          MOVE 'NOME SOCIAL DIFERE DA IMAGEM ANTERIOR'
                             TO WS-MOTIVO-CONFLITO
                          SET CONFLITO-OK TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN ACAO-PASSE
                 IF NOT EXISTE-OK
                    MOVE 'ALTERACAO DE REGISTRO INEXISTENTE'
                       TO WS-MOTIVO-CONFLITO
                    SET CONFLITO-OK TO TRUE
                 ELSE
                    IF WS-REG-ATUAL(241:25) EQUAL
                       AUD-VALOR-ANTES(6:25)
                       PERFORM P340-REGRAVA THRU P340-FIM
                    ELSE
                       IF WS-REG-ATUAL(241:25) EQUAL
                          AUD-VALOR-DEPOIS(6:25)
                          ADD 1 TO WS-QTD-JA-APLICADOS
                       ELSE
                          MOVE 'PASSE ESCOLAR DIFERE DA IMAGEM ANTERIOR'
                             TO WS-MOTIVO-CONFLITO
                          SET CONFLITO-OK TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN ACAO-INCLUI
                 IF NOT EXISTE-OK
                    PERFORM P330-GRAVA THRU P330-FIM
                 ELSE
                    IF WS-REG-ATUAL(1:WS-TAM-CMP) EQUAL
                       AUD-VALOR-DEPOIS(1:WS-TAM-CMP)
                       ADD 1 TO WS-QTD-JA-APLICADOS
                    ELSE
                       MOVE 'INCLUSAO DE REGISTRO JA EXISTENTE'
                          TO WS-MOTIVO-CONFLITO
                       SET CONFLITO-OK TO TRUE
                    END-IF
                 END-IF
              WHEN ACAO-ALTERA
                 IF NOT EXISTE-OK
                    MOVE 'ALTERACAO DE REGISTRO INEXISTENTE'
                       TO WS-MOTIVO-CONFLITO
                    SET CONFLITO-OK TO TRUE
                 ELSE
                    IF WS-REG-ATUAL(1:WS-TAM-CMP) EQUAL
                       AUD-VALOR-ANTES(1:WS-TAM-CMP)
                       PERFORM P340-REGRAVA THRU P340-FIM
                    ELSE
                       IF WS-REG-ATUAL(1:WS-TAM-CMP) EQUAL
                          AUD-VALOR-DEPOIS(1:WS-TAM-CMP)
                          ADD 1 TO WS-QTD-JA-APLICADOS
                       ELSE
                          MOVE 'REGISTRO DIFERE DA IMAGEM ANTERIOR'
                             TO WS-MOTIVO-CONFLITO
                          SET CONFLITO-OK TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN ACAO-EXCLUI
                 IF NOT EXISTE-OK
                    ADD 1 TO WS-QTD-JA-APLICADOS
                 ELSE
                    IF WS-REG-ATUAL(1:WS-TAM-CMP) EQUAL
                       AUD-VALOR-ANTES(1:WS-TAM-CMP)
                       PERFORM P350-EXCLUI THRU P350-FIM
                    ELSE
                       MOVE 'EXCLUSAO: REGISTRO DIFERE DA IMAGEM'
                          TO WS-MOTIVO-CONFLITO
                       SET CONFLITO-OK TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE

           IF CONFLITO-OK
              PERFORM P380-LISTA-CONFLITO THRU P380-FIM
              GO TO P310-FIM
           END-IF

           ADD 1 TO WS-DESDE-PONTO
           IF WS-DESDE-PONTO NOT < 50
              PERFORM P045-GRAVA-PONTO THRU P045-FIM
           END-IF
           .
       P310-FIM.

       P320-LE-ATUAL.

           SET EXISTE-OK TO TRUE
           MOVE SPACE TO WS-REG-ATUAL
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 MOVE WS-CHAVE-IMG(1:5) TO ID-ALUNO
                 READ ALUNOS
                    KEY IS ID-ALUNO
                    INVALID KEY
                       SET EXISTE-OK TO FALSE
                    NOT INVALID KEY
                       MOVE REG-ALUNO TO WS-REG-ATUAL
                 END-READ
              WHEN 2
                 MOVE WS-CHAVE-IMG(1:5)
                    TO ID-DISCIPLINA IN REG-DISCIPLINA
                 READ DISCIPLINAS
                    KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       SET EXISTE-OK TO FALSE
                    NOT INVALID KEY
                       MOVE REG-DISCIPLINA TO WS-REG-ATUAL
                 END-READ
              WHEN 3
                 MOVE WS-CHAVE-IMG(1:5) TO ID-INCLUSAO
                 READ NOTAS
                    KEY IS ID-INCLUSAO
                    INVALID KEY
                       SET EXISTE-OK TO FALSE
                    NOT INVALID KEY
                       MOVE REG-NOTAS TO WS-REG-ATUAL
                 END-READ
              WHEN 4
                 MOVE WS-CHAVE-IMG(1:5) TO ID-INC-APROV
                 READ AL-APROV
                    KEY IS ID-INC-APROV
                    INVALID KEY
                       SET EXISTE-OK TO FALSE
                    NOT INVALID KEY
                       MOVE REG-AL-APROV TO WS-REG-ATUAL
                 END-READ
              WHEN 5
                 MOVE WS-CHAVE-IMG(1:10) TO CHAVE-MATRICULA
                 READ MATRICULA
                    KEY IS CHAVE-MATRICULA
                    INVALID KEY
                       SET EXISTE-OK TO FALSE
                    NOT INVALID KEY
                       MOVE REG-MATRICULA TO WS-REG-ATUAL
                 END-READ
           END-EVALUATE
           .
       P320-FIM.

       P330-GRAVA.

      * Na inclusao, o que a imagem da trilha nao alcanca (final do
      * cadastro do aluno) fica com os valores iniciais.
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 INITIALIZE REG-ALUNO
                 MOVE AUD-VALOR-DEPOIS(1:199) TO REG-ALUNO(1:199)
                 WRITE REG-ALUNO
              WHEN 2
                 MOVE AUD-VALOR-DEPOIS(1:80) TO REG-DISCIPLINA
                 WRITE REG-DISCIPLINA
              WHEN 3
                 MOVE AUD-VALOR-DEPOIS(1:101) TO REG-NOTAS
                 WRITE REG-NOTAS
              WHEN 4
                 MOVE AUD-VALOR-DEPOIS(1:101) TO REG-AL-APROV
                 WRITE REG-AL-APROV
              WHEN 5
                 MOVE AUD-VALOR-DEPOIS(1:30) TO REG-MATRICULA
                 WRITE REG-MATRICULA
           END-EVALUATE

           IF FS-OK
              ADD 1 TO WS-QTD-APLICADOS
              IF WS-ARQ-IDX EQUAL 1
                 MOVE 'AVISO: ALUNO ' TO WS-LINHA-SPOOL(1:13)
                 MOVE ID-ALUNO TO WS-LINHA-SPOOL(14:5)
                 MOVE ' REINCLUIDO SEM NIS/SMS (FORA DA IMAGEM). '
                    TO WS-LINHA-SPOOL(19:42)
                 MOVE 'CONFERIR.' TO WS-LINHA-SPOOL(61:9)
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           ELSE
              MOVE 'ERRO NA GRAVACAO (FILE STATUS)'
                 TO WS-MOTIVO-CONFLITO
              MOVE WS-FS TO WS-MOTIVO-CONFLITO(32:2)
              SET CONFLITO-OK TO TRUE
           END-IF
           .
       P330-FIM.

       P340-REGRAVA.

      * Na alteracao, o trecho alem da imagem vem do registro atual.
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 EVALUATE TRUE
                    WHEN ACAO-NM-SOCIAL
                       MOVE AUD-VALOR-DEPOIS(6:29) TO REG-ALUNO(212:29)
                    WHEN ACAO-PASSE
                       MOVE AUD-VALOR-DEPOIS(6:25) TO REG-ALUNO(241:25)
                    WHEN OTHER
                       MOVE AUD-VALOR-DEPOIS(1:200) TO REG-ALUNO(1:200)
                 END-EVALUATE
                 REWRITE REG-ALUNO
              WHEN 2
                 MOVE AUD-VALOR-DEPOIS(1:80) TO REG-DISCIPLINA
                 REWRITE REG-DISCIPLINA
              WHEN 3
                 MOVE AUD-VALOR-DEPOIS(1:101) TO REG-NOTAS
                 REWRITE REG-NOTAS
              WHEN 4
                 MOVE AUD-VALOR-DEPOIS(1:101) TO REG-AL-APROV
                 REWRITE REG-AL-APROV
              WHEN 5
                 MOVE AUD-VALOR-DEPOIS(1:30) TO REG-MATRICULA
                 REWRITE REG-MATRICULA
           END-EVALUATE

           IF FS-OK
              ADD 1 TO WS-QTD-APLICADOS
           ELSE
              MOVE 'ERRO NA REGRAVACAO (FILE STATUS)'
                 TO WS-MOTIVO-CONFLITO
              MOVE WS-FS TO WS-MOTIVO-CONFLITO(34:2)
              SET CONFLITO-OK TO TRUE
           END-IF
           .
       P340-FIM.

       P350-EXCLUI.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 DELETE ALUNOS RECORD
              WHEN 2
                 DELETE DISCIPLINAS RECORD
              WHEN 3
                 DELETE NOTAS RECORD
              WHEN 4
                 DELETE AL-APROV RECORD
              WHEN 5
                 DELETE MATRICULA RECORD
           END-EVALUATE

           IF FS-OK
              ADD 1 TO WS-QTD-APLICADOS
           ELSE
              MOVE 'ERRO NA EXCLUSAO (FILE STATUS)'
                 TO WS-MOTIVO-CONFLITO
              MOVE WS-FS TO WS-MOTIVO-CONFLITO(32:2)
              SET CONFLITO-OK TO TRUE
           END-IF
           .
       P350-FIM.

       P370-LISTA-NAO-REAPLICADO.

      * Gravacao sem imagem reaplicavel: fica listada para ser
      * refeita pela tela.
           ADD 1 TO WS-QTD-NAO-REAPLICADOS
           MOVE 'NAO REAPLICADO ' TO WS-LINHA-SPOOL(1:15)
           MOVE AUD-DATA TO WS-LINHA-SPOOL(16:8)
           MOVE AUD-HORA(1:6) TO WS-LINHA-SPOOL(25:6)
           MOVE AUD-PROGRAMA TO WS-LINHA-SPOOL(32:8)
           MOVE AUD-OPERACAO TO WS-LINHA-SPOOL(41:10)
           MOVE AUD-ARQUIVO TO WS-LINHA-SPOOL(52:15)
           MOVE AUD-CHAVE TO WS-LINHA-SPOOL(68:10)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P370-FIM.

       P380-LISTA-CONFLITO.

           MOVE ALL '-' TO WS-LINHA-SPOOL(1:60)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'CONFLITO NO REGISTRO ' TO WS-LINHA-SPOOL(1:21)
           MOVE WS-POSICAO TO WS-LINHA-SPOOL(22:9)
           MOVE ' DA TRILHA: ' TO WS-LINHA-SPOOL(31:12)
           MOVE WS-MOTIVO-CONFLITO TO WS-LINHA-SPOOL(43:38)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE AUD-DATA TO WS-LINHA-SPOOL(1:8)
           MOVE AUD-HORA(1:6) TO WS-LINHA-SPOOL(10:6)
           MOVE AUD-PROGRAMA TO WS-LINHA-SPOOL(17:8)
           MOVE AUD-OPERACAO TO WS-LINHA-SPOOL(26:10)
           MOVE AUD-ARQUIVO TO WS-LINHA-SPOOL(37:15)
           MOVE 'CHAVE ' TO WS-LINHA-SPOOL(53:6)
           MOVE WS-CHAVE-IMG TO WS-LINHA-SPOOL(59:10)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'OPERADOR ' TO WS-LINHA-SPOOL(1:9)
           MOVE AUD-OPERADOR TO WS-LINHA-SPOOL(10:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ANTES : ' TO WS-LINHA-SPOOL(1:8)
           MOVE AUD-VALOR-ANTES(1:72) TO WS-LINHA-SPOOL(9:72)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DEPOIS: ' TO WS-LINHA-SPOOL(1:8)
           MOVE AUD-VALOR-DEPOIS(1:72) TO WS-LINHA-SPOOL(9:72)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ATUAL : ' TO WS-LINHA-SPOOL(1:8)
           IF EXISTE-OK
              MOVE WS-REG-ATUAL(1:72) TO WS-LINHA-SPOOL(9:72)
           ELSE
              MOVE '(REGISTRO INEXISTENTE)' TO WS-LINHA-SPOOL(9:22)
           END-IF
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P380-FIM.

       P390-FECHA-ARQUIVOS.

           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           CLOSE NOTAS
           CLOSE AL-APROV
           CLOSE MATRICULA
           .
       P390-FIM.

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

           MOVE 'PROGREAP' TO AUD-PROGRAMA
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

       P950-FIM.
           GOBACK.
       END PROGRAM PROGREAP.
