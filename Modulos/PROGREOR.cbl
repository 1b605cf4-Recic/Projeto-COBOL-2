      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Reorganizacao periodica dos arquivos indexados de
      *          maior movimento (ALUNOS, DISCIPLINAS, NOTAS, AL-APROV,
      *          MATRICULA, FREQUENCIA, OCORRENCIAS e LIXEIRA): cada
      *          arquivo e regravado em ordem de chave numa copia nova
      *          (.reorg), sem o espaco morto deixado por exclusoes,
      *          arquivamentos e anonimizacoes; a copia e conferida
      *          (quantidade de registros e sequencia das chaves) antes
      *          de substituir o original, que fica preservado como
      *          .antes ate a reorganizacao seguinte. Informa o tamanho
      *          antes e depois. Na cadeia noturna (REOR_MODO=LOTE)
      *          roda sem tela, a cada REOR_INTERVALO_DIAS dias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREOR.


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
           RECORD KEY ID-ALUNO IN ALUNOS
           ALTERNATE RECORD KEY NM-ALUNO IN ALUNOS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT ALUNOS-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO IN ALUNOS-NOVO
           ALTERNATE RECORD KEY NM-ALUNO IN ALUNOS-NOVO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOV.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN DISCIPLINAS
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN DISCIPLINAS-NOVO
           FILE STATUS IS WS-FS-NOV.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO IN NOTAS
           ALTERNATE RECORD KEY NM-ALUNO IN NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO IN NOTAS-NOVO
           ALTERNATE RECORD KEY NM-ALUNO IN NOTAS-NOVO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOV.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV IN AL-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN AL-APROV
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT AL-APROV-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV IN AL-APROV-NOVO
           ALTERNATE RECORD KEY NM-ALUNO IN AL-APROV-NOVO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOV.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA IN MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA IN MATRICULA
           ANO-MATRICULA IN MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT IN MATRICULA
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT MATRICULA-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA IN MATRICULA-NOVO
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT-NOVO =
           TURMA-MATRICULA IN MATRICULA-NOVO
           ANO-MATRICULA IN MATRICULA-NOVO WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT IN MATRICULA-NOVO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NOV.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA IN FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ IN FREQUENCIA
           TRIMESTRE-FRQ IN FREQUENCIA WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT FREQUENCIA-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA IN FREQUENCIA-NOVO
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ-NOVO =
           ID-DISCIPLINA-FRQ IN FREQUENCIA-NOVO
           TRIMESTRE-FRQ IN FREQUENCIA-NOVO WITH DUPLICATES
           FILE STATUS IS WS-FS-NOV.

           SELECT OCORRENCIAS ASSIGN TO
           WS-CAMINHO-OCORRENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-OCORRENCIA IN OCORRENCIAS
           FILE STATUS IS WS-FS.

           SELECT OCORRENCIAS-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-OCORRENCIA IN OCORRENCIAS-NOVO
           FILE STATUS IS WS-FS-NOV.

           SELECT LIXEIRA ASSIGN TO
           WS-CAMINHO-LIXEIRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-LIXEIRA IN LIXEIRA
           FILE STATUS IS WS-FS.

           SELECT LIXEIRA-NOVO ASSIGN TO
           WS-CAMINHO-NOVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-LIXEIRA IN LIXEIRA-NOVO
           FILE STATUS IS WS-FS-NOV.

           SELECT ESTADO ASSIGN TO
           WS-CAMINHO-ESTADO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-ESTADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-EST.

           SELECT SESSOES ASSIGN TO
           WS-CAMINHO-SESSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-SESSAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SES.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  ALUNOS-NOVO.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  DISCIPLINAS-NOVO.
           COPY FD-DISCIPLINAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  NOTAS-NOVO.
           COPY FD-NOTAS.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  AL-APROV-NOVO.
           COPY FD-AL-APROV.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  MATRICULA-NOVO.
           COPY FD-MATRICULA.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  FREQUENCIA-NOVO.
           COPY FD-FREQUENCIA.

       FD  OCORRENCIAS.
           COPY FD-OCORRENCIAS.

       FD  OCORRENCIAS-NOVO.
           COPY FD-OCORRENCIAS.

       FD  LIXEIRA.
           COPY FD-LIXEIRA.

       FD  LIXEIRA-NOVO.
           COPY FD-LIXEIRA.

       FD  ESTADO.
           COPY FD-ESTADO.

       FD  SESSOES.
           COPY FD-SESSAO.

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-OCORRENCIAS            PIC X(80).
       01  WS-CAMINHO-LIXEIRA                PIC X(80).
       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-SESSOES                PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

      * Arquivo em reorganizacao: original, copia nova e original
      * preservado apos a troca.
       01  WS-CAMINHO-ORIGEM                 PIC X(80).
       01  WS-CAMINHO-NOVO                   PIC X(80).
       01  WS-CAMINHO-ANTES                  PIC X(80).
       77  WS-CAMINHO-TAM                    PIC 9(03) VALUE ZERO.

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-NOV                         PIC 99.
           88 FS-NOV-OK                      VALUE 0.

       77  WS-FS-EST                         PIC 99.
           88 FS-EST-OK                      VALUE 0.

       77  WS-FS-SES                         PIC 99.
           88 FS-SES-OK                      VALUE 0.

       77  WS-SESSOES-ONLINE                 PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-LOTE                     PIC X(20) VALUE SPACE.
       77  WS-EOF-SES                        PIC X VALUE 'N'.
           88 EOF-SES-OK                     VALUE 'S' FALSE 'N'.
       77  WS-BATCH-BLOQUEADO                PIC X VALUE 'N'.
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-MODO-EXEC                      PIC X(04) VALUE SPACE.
           88 MODO-LOTE                      VALUE 'LOTE'.

       77  WS-OPCAO                          PIC X.
       77  WS-CONFIRMA                       PIC X.
       77  WS-EXT                            PIC X.

       77  WS-SENHA-EXCLUSAO                 PIC X(10).
       77  WS-SENHA-INFORMADA                PIC X(10).

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       01  WS-TAB-ARQUIVOS-VAL.
           03 FILLER PIC X(12) VALUE 'ALUNOS'.
           03 FILLER PIC X(12) VALUE 'DISCIPLINAS'.
           03 FILLER PIC X(12) VALUE 'NOTAS'.
           03 FILLER PIC X(12) VALUE 'AL-APROV'.
           03 FILLER PIC X(12) VALUE 'MATRICULA'.
           03 FILLER PIC X(12) VALUE 'FREQUENCIA'.
           03 FILLER PIC X(12) VALUE 'OCORRENCIAS'.
           03 FILLER PIC X(12) VALUE 'LIXEIRA'.
       01  WS-TAB-ARQUIVOS REDEFINES WS-TAB-ARQUIVOS-VAL.
           03 WS-TAB-NOME                    PIC X(12) OCCURS 8 TIMES.

       77  WS-ARQ-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-ARQ-INI                        PIC 9(02) VALUE ZERO.
       77  WS-ARQ-FIM                        PIC 9(02) VALUE ZERO.
       77  WS-ARQ-NOME                       PIC X(12) VALUE SPACE.
       77  WS-RESULTADO                      PIC X(12) VALUE SPACE.

       01  WS-CHAVE-ATUAL                    PIC X(20) VALUE SPACE.
       01  WS-CHAVE-ANTERIOR                 PIC X(20) VALUE SPACE.

       77  WS-CONT-LIDOS                     PIC 9(07) VALUE ZERO.
       77  WS-CONT-GRAVADOS                  PIC 9(07) VALUE ZERO.
       77  WS-CONT-REJEITADOS                PIC 9(07) VALUE ZERO.
       77  WS-CONT-CONFERIDOS                PIC 9(07) VALUE ZERO.
       77  WS-CONT-FORA-ORDEM                PIC 9(07) VALUE ZERO.

       77  WS-TOT-REORGANIZADOS              PIC 9(02) VALUE ZERO.
       77  WS-TOT-FALHAS                     PIC 9(02) VALUE ZERO.
       77  WS-TOT-ANTES                      PIC 9(12) VALUE ZERO.
       77  WS-TOT-DEPOIS                     PIC 9(12) VALUE ZERO.

       77  WS-CRITICO                        PIC X VALUE 'N'.
           88 CRITICO-OK                     VALUE 'S'.

      * Tamanho do arquivo em bytes (CBL_CHECK_FILE_EXIST)
       01  WS-DETALHE-ARQUIVO.
           03 WS-DET-TAMANHO                 PIC 9(18) BINARY.
           03 WS-DET-DATA-HORA               PIC X(08).
       77  WS-RET-CBL                        PIC S9(08) COMP-5
                                             VALUE ZERO.
       77  WS-TAM-ANTES                      PIC 9(12) VALUE ZERO.
       77  WS-TAM-DEPOIS                     PIC 9(12) VALUE ZERO.
       77  WS-TAM-ED                         PIC Z(11)9.

      * Periodicidade na cadeia noturna
       77  WS-INTERVALO-DIAS                 PIC 9(03) VALUE 7.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-DATA-ULTIMA                    PIC 9(08) VALUE ZERO.
       77  WS-DIAS-DECORRIDOS                PIC S9(07) VALUE ZERO.

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
           DISPLAY 'REORGANIZACAO DOS ARQUIVOS INDEXADOS'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      * Na cadeia noturna (REOR_MODO=LOTE) nao ha operador: todos os
      * arquivos, sem senha nem confirmacao, e o semaforo de SESSOES
      * ja esta com o PROGLOTE. Roda somente quando o intervalo desde
      * a ultima reorganizacao (ESTADO REOR-ULTIM) foi atingido.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'REOR_MODO'
              ON EXCEPTION MOVE SPACE TO WS-MODO-EXEC
           END-ACCEPT

           IF MODO-LOTE
              PERFORM P030-CONFERE-PERIODO THRU P030-FIM
              MOVE 1 TO WS-ARQ-INI
              MOVE 8 TO WS-ARQ-FIM
              GO TO P000-EXECUTA
           END-IF

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1 UNTIL WS-ARQ-IDX > 8
              DISPLAY WS-ARQ-IDX(2:1) ' - ' WS-TAB-NOME (WS-ARQ-IDX)
           END-PERFORM
           DISPLAY 'T - Todos os arquivos'
           DISPLAY 'Opcao (<QUALQUER OUTRA TECLA> para retornar): '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1' THRU '8'
                 MOVE WS-OPCAO TO WS-ARQ-INI
                 MOVE WS-OPCAO TO WS-ARQ-FIM
              WHEN 'T'
              WHEN 't'
                 MOVE 1 TO WS-ARQ-INI
                 MOVE 8 TO WS-ARQ-FIM
              WHEN OTHER
                 PERFORM P950-FIM
           END-EVALUATE

           ACCEPT WS-SENHA-EXCLUSAO FROM ENVIRONMENT 'EXCLUSAO_SENHA'
              ON EXCEPTION MOVE '1234' TO WS-SENHA-EXCLUSAO
           END-ACCEPT

           DISPLAY 'ESTA OPERACAO EXIGE AUTORIZACAO.'
           DISPLAY 'Informe a senha de autorizacao: '
           ACCEPT WS-SENHA-INFORMADA

           IF WS-SENHA-INFORMADA NOT EQUAL WS-SENHA-EXCLUSAO
              DISPLAY 'ACESSO NEGADO. REORGANIZACAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

           DISPLAY 'TECLE <S> para reorganizar ou <QUALQUER TECLA> '
                   'para cancelar: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'REORGANIZACAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

      * A troca dos arquivos exige que ninguem os tenha abertos: o
      * semaforo de SESSOES recusa a execucao com terminais online.
           PERFORM P020-GUARDA-BATCH THRU P020-FIM
           IF BATCH-BLOQUEADO-OK
              PERFORM P950-FIM
           END-IF
           .
       P000-EXECUTA.

           MOVE 'REORGANIZACAO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE 'ARQUIVO      REGISTROS  TAMANHO ANTES  TAMANHO DEPOIS'
              TO WS-LINHA-SPOOL
           MOVE 'RESULTADO' TO WS-LINHA-SPOOL(60:9)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-ARQ-IDX FROM WS-ARQ-INI BY 1
              UNTIL WS-ARQ-IDX > WS-ARQ-FIM
              PERFORM P200-REORGANIZA THRU P200-FIM
           END-PERFORM

           PERFORM P500-RESUMO THRU P500-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           IF NOT MODO-LOTE
              PERFORM P940-LIBERA-BATCH THRU P940-FIM
              DISPLAY ' '
              DISPLAY 'TECLE <QUALQUER TECLA> para retornar ao menu.'
              ACCEPT WS-EXT
           END-IF

      * Arquivo que nao conferiu continua intacto e vira alerta no
      * painel; falha do lote somente quando a troca nao pode ser
      * desfeita e o arquivo precisa de intervencao.
           IF MODO-LOTE AND CRITICO-OK
              MOVE 8 TO RETURN-CODE
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

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-OCORRENCIAS FROM ENVIRONMENT
              'OCORRENCIAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OCORRENCIAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-OCORRENCIAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-LIXEIRA FROM ENVIRONMENT 'LIXEIRA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'LIXEIRA.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-LIXEIRA
           END-ACCEPT

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
           MOVE 'LOTE-PROGREOR' TO CHAVE-SESSAO(1:13)
           MOVE CHAVE-SESSAO TO WS-CHAVE-LOTE
           MOVE 'L' TO TIPO-SESSAO
           MOVE LK-OPERADOR TO OPERADOR-SESSAO
           MOVE 'PROGREOR' TO PROGRAMA-SESSAO
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

       P030-CONFERE-PERIODO.

           ACCEPT WS-INTERVALO-DIAS FROM ENVIRONMENT
              'REOR_INTERVALO_DIAS'
              ON EXCEPTION MOVE 7 TO WS-INTERVALO-DIAS
           END-ACCEPT
           IF WS-INTERVALO-DIAS NOT NUMERIC
              MOVE 7 TO WS-INTERVALO-DIAS
           END-IF

           MOVE ZERO TO WS-DATA-ULTIMA
           SET FS-EST-OK TO TRUE
           OPEN INPUT ESTADO
           IF NOT FS-EST-OK
              GO TO P030-FIM
           END-IF

           MOVE 'REOR-ULTIM' TO CHAVE-ESTADO
           READ ESTADO
              KEY IS CHAVE-ESTADO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF VALOR-ESTADO(1:8) NUMERIC
                       MOVE VALOR-ESTADO(1:8) TO WS-DATA-ULTIMA
                    END-IF
           END-READ
           CLOSE ESTADO

           IF WS-DATA-ULTIMA EQUAL ZERO OR
              WS-DATA-ULTIMA GREATER THAN WS-DATA-HOJE
              GO TO P030-FIM
           END-IF

           COMPUTE WS-DIAS-DECORRIDOS =
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) -
              FUNCTION INTEGER-OF-DATE (WS-DATA-ULTIMA)

           IF WS-DIAS-DECORRIDOS LESS THAN WS-INTERVALO-DIAS
              DISPLAY 'ULTIMA REORGANIZACAO EM ' WS-DATA-ULTIMA
                      ' (INTERVALO DE ' WS-INTERVALO-DIAS
                      ' DIAS). PASSO PULADO.'
              PERFORM P950-FIM
           END-IF
           .
       P030-FIM.

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

       P200-REORGANIZA.

           MOVE WS-TAB-NOME (WS-ARQ-IDX) TO WS-ARQ-NOME
           MOVE SPACE TO WS-RESULTADO
           MOVE ZERO  TO WS-CONT-LIDOS
           MOVE ZERO  TO WS-CONT-GRAVADOS
           MOVE ZERO  TO WS-CONT-REJEITADOS
           MOVE ZERO  TO WS-CONT-CONFERIDOS
           MOVE ZERO  TO WS-CONT-FORA-ORDEM
           MOVE ZERO  TO WS-TAM-ANTES
           MOVE ZERO  TO WS-TAM-DEPOIS

           PERFORM P210-MONTA-CAMINHOS THRU P210-FIM

           MOVE WS-CAMINHO-ORIGEM TO WS-CAMINHO-NOVO
           PERFORM P220-TAMANHO THRU P220-FIM
           IF WS-RET-CBL NOT EQUAL ZERO
              MOVE 'INEXISTENTE' TO WS-RESULTADO
              GO TO P200-LINHA
           END-IF
           MOVE WS-DET-TAMANHO TO WS-TAM-ANTES

      * Copia nova: resto de uma execucao interrompida e descartado.
           PERFORM P215-CAMINHO-NOVO THRU P215-FIM
           CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-NOVO
              RETURNING WS-RET-CBL
           END-CALL

           PERFORM P230-COPIA THRU P230-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P200-DESCARTA
           END-IF

           PERFORM P260-CONFERE THRU P260-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P200-DESCARTA
           END-IF

           PERFORM P280-SUBSTITUI THRU P280-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P200-LINHA
           END-IF

           MOVE 'REORGANIZADO' TO WS-RESULTADO
           ADD 1 TO WS-TOT-REORGANIZADOS
           MOVE WS-CAMINHO-ORIGEM TO WS-CAMINHO-NOVO
           PERFORM P220-TAMANHO THRU P220-FIM
           IF WS-RET-CBL EQUAL ZERO
              MOVE WS-DET-TAMANHO TO WS-TAM-DEPOIS
           END-IF
           ADD WS-TAM-ANTES  TO WS-TOT-ANTES
           ADD WS-TAM-DEPOIS TO WS-TOT-DEPOIS
           GO TO P200-LINHA
           .
       P200-DESCARTA.

      * Copia que nao conferiu e apagada; o original nao foi tocado.
           ADD 1 TO WS-TOT-FALHAS
           PERFORM P215-CAMINHO-NOVO THRU P215-FIM
           CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-NOVO
              RETURNING WS-RET-CBL
           END-CALL
           MOVE WS-TAM-ANTES TO WS-TAM-DEPOIS
           .
       P200-LINHA.

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-ARQ-NOME TO WS-LINHA-SPOOL(1:12)
           MOVE WS-CONT-LIDOS TO WS-LINHA-SPOOL(14:7)
           MOVE WS-TAM-ANTES TO WS-TAM-ED
           MOVE WS-TAM-ED TO WS-LINHA-SPOOL(26:12)
           MOVE WS-TAM-DEPOIS TO WS-TAM-ED
           MOVE WS-TAM-ED TO WS-LINHA-SPOOL(42:12)
           MOVE WS-RESULTADO TO WS-LINHA-SPOOL(60:12)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           IF WS-RESULTADO NOT EQUAL 'REORGANIZADO' AND
              WS-RESULTADO NOT EQUAL 'INEXISTENTE'
              MOVE SPACE TO WS-LINHA-SPOOL
              STRING '  LIDOS '          DELIMITED BY SIZE
                     WS-CONT-LIDOS       DELIMITED BY SIZE
                     ' GRAVADOS '        DELIMITED BY SIZE
                     WS-CONT-GRAVADOS    DELIMITED BY SIZE
                     ' REJEITADOS '      DELIMITED BY SIZE
                     WS-CONT-REJEITADOS  DELIMITED BY SIZE
                     ' CONFERIDOS '      DELIMITED BY SIZE
                     WS-CONT-CONFERIDOS  DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              DISPLAY WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           IF WS-RESULTADO NOT EQUAL 'INEXISTENTE'
              MOVE 'REORGANIZA'  TO AUD-OPERACAO
              MOVE WS-ARQ-NOME   TO AUD-ARQUIVO
              MOVE SPACE         TO AUD-CHAVE
              MOVE SPACE         TO AUD-VALOR-ANTES
              MOVE SPACE         TO AUD-VALOR-DEPOIS
              STRING 'REGISTROS '      DELIMITED BY SIZE
                     WS-CONT-LIDOS     DELIMITED BY SIZE
                     ' TAMANHO '       DELIMITED BY SIZE
                     WS-TAM-ANTES      DELIMITED BY SIZE
                     INTO AUD-VALOR-ANTES
              STRING 'REGISTROS '      DELIMITED BY SIZE
                     WS-CONT-CONFERIDOS DELIMITED BY SIZE
                     ' TAMANHO '       DELIMITED BY SIZE
                     WS-TAM-DEPOIS     DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-RESULTADO      DELIMITED BY SIZE
                     INTO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF
           .
       P200-FIM.

       P210-MONTA-CAMINHOS.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 MOVE WS-CAMINHO-ALUNOS      TO WS-CAMINHO-ORIGEM
              WHEN 2
                 MOVE WS-CAMINHO-DISCIPLINAS TO WS-CAMINHO-ORIGEM
              WHEN 3
                 MOVE WS-CAMINHO-NOTAS       TO WS-CAMINHO-ORIGEM
              WHEN 4
                 MOVE WS-CAMINHO-AL-APROV    TO WS-CAMINHO-ORIGEM
              WHEN 5
                 MOVE WS-CAMINHO-MATRICULA   TO WS-CAMINHO-ORIGEM
              WHEN 6
                 MOVE WS-CAMINHO-FREQUENCIA  TO WS-CAMINHO-ORIGEM
              WHEN 7
                 MOVE WS-CAMINHO-OCORRENCIAS TO WS-CAMINHO-ORIGEM
              WHEN OTHER
                 MOVE WS-CAMINHO-LIXEIRA     TO WS-CAMINHO-ORIGEM
           END-EVALUATE

           MOVE ZERO TO WS-CAMINHO-TAM
           PERFORM VARYING WS-CAMINHO-TAM FROM 80 BY -1
              UNTIL WS-CAMINHO-TAM < 1
                 OR WS-CAMINHO-ORIGEM(WS-CAMINHO-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE SPACE TO WS-CAMINHO-ANTES
           STRING WS-CAMINHO-ORIGEM(1:WS-CAMINHO-TAM)
                     DELIMITED BY SIZE
                  '.antes'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-ANTES
           .
       P210-FIM.

       P215-CAMINHO-NOVO.

           MOVE SPACE TO WS-CAMINHO-NOVO
           STRING WS-CAMINHO-ORIGEM(1:WS-CAMINHO-TAM)
                     DELIMITED BY SIZE
                  '.reorg'   DELIMITED BY SIZE
                  INTO WS-CAMINHO-NOVO
           .
       P215-FIM.

       P220-TAMANHO.

      * Tamanho em bytes do arquivo cujo caminho esta em
      * WS-CAMINHO-NOVO; retorno diferente de zero = inexistente.
           MOVE ZERO TO WS-DET-TAMANHO
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CAMINHO-NOVO
                                             WS-DETALHE-ARQUIVO
              RETURNING WS-RET-CBL
           END-CALL
           .
       P220-FIM.

       P230-COPIA.

      * Primeira passada: le o original pela chave primaria, confere
      * a sequencia e grava cada registro na copia nova, que nasce
      * sem espaco morto e com todos os indices.
           SET FS-OK TO TRUE
           SET FS-NOV-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 OPEN INPUT ALUNOS
                 OPEN OUTPUT ALUNOS-NOVO
              WHEN 2
                 OPEN INPUT DISCIPLINAS
                 OPEN OUTPUT DISCIPLINAS-NOVO
              WHEN 3
                 OPEN INPUT NOTAS
                 OPEN OUTPUT NOTAS-NOVO
              WHEN 4
                 OPEN INPUT AL-APROV
                 OPEN OUTPUT AL-APROV-NOVO
              WHEN 5
                 OPEN INPUT MATRICULA
                 OPEN OUTPUT MATRICULA-NOVO
              WHEN 6
                 OPEN INPUT FREQUENCIA
                 OPEN OUTPUT FREQUENCIA-NOVO
              WHEN 7
                 OPEN INPUT OCORRENCIAS
                 OPEN OUTPUT OCORRENCIAS-NOVO
              WHEN OTHER
                 OPEN INPUT LIXEIRA
                 OPEN OUTPUT LIXEIRA-NOVO
           END-EVALUATE

           IF NOT FS-OK OR NOT FS-NOV-OK
              DISPLAY 'ERRO AO ABRIR ' WS-ARQ-NOME ' (FILE STATUS '
                      WS-FS ' / ' WS-FS-NOV ').'
              MOVE 'ERRO E/S' TO WS-RESULTADO
              PERFORM P290-FECHA THRU P290-FIM
              GO TO P230-FIM
           END-IF

           MOVE LOW-VALUE TO WS-CHAVE-ANTERIOR
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              PERFORM P240-LE-ORIGEM THRU P240-FIM
              IF NOT EOF-OK
                 ADD 1 TO WS-CONT-LIDOS
                 IF WS-CHAVE-ATUAL NOT GREATER THAN WS-CHAVE-ANTERIOR
                    ADD 1 TO WS-CONT-FORA-ORDEM
                 END-IF
                 MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
                 PERFORM P250-GRAVA-NOVO THRU P250-FIM
              END-IF
           END-PERFORM

           IF WS-FS NOT EQUAL 10
              DISPLAY 'ERRO NA LEITURA DE ' WS-ARQ-NOME
                      ' (FILE STATUS ' WS-FS ').'
              MOVE 'ERRO E/S' TO WS-RESULTADO
           END-IF

           PERFORM P290-FECHA THRU P290-FIM

           IF WS-RESULTADO EQUAL SPACE AND
              (WS-CONT-REJEITADOS GREATER THAN ZERO OR
               WS-CONT-FORA-ORDEM GREATER THAN ZERO)
              MOVE 'NAO CONFERE' TO WS-RESULTADO
           END-IF
           .
       P230-FIM.

       P240-LE-ORIGEM.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 READ ALUNOS NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-ALUNO IN ALUNOS TO WS-CHAVE-ATUAL
              WHEN 2
                 READ DISCIPLINAS NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-DISCIPLINA IN DISCIPLINAS TO WS-CHAVE-ATUAL
              WHEN 3
                 READ NOTAS NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-INCLUSAO IN NOTAS TO WS-CHAVE-ATUAL
              WHEN 4
                 READ AL-APROV NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-INC-APROV IN AL-APROV TO WS-CHAVE-ATUAL
              WHEN 5
                 READ MATRICULA NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE CHAVE-MATRICULA IN MATRICULA TO WS-CHAVE-ATUAL
              WHEN 6
                 READ FREQUENCIA NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE CHAVE-FREQUENCIA IN FREQUENCIA
                    TO WS-CHAVE-ATUAL
              WHEN 7
                 READ OCORRENCIAS NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-OCORRENCIA IN OCORRENCIAS TO WS-CHAVE-ATUAL
              WHEN OTHER
                 READ LIXEIRA NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-LIXEIRA IN LIXEIRA TO WS-CHAVE-ATUAL
           END-EVALUATE

      * Erro de leitura encerra a passada (conferido em P230).
           IF NOT FS-OK AND NOT EOF-OK
              SET EOF-OK TO TRUE
           END-IF
           .
       P240-FIM.

       P250-GRAVA-NOVO.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 WRITE REG-ALUNO IN ALUNOS-NOVO
                    FROM REG-ALUNO IN ALUNOS
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 2
                 WRITE REG-DISCIPLINA IN DISCIPLINAS-NOVO
                    FROM REG-DISCIPLINA IN DISCIPLINAS
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 3
                 WRITE REG-NOTAS IN NOTAS-NOVO
                    FROM REG-NOTAS IN NOTAS
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 4
                 WRITE REG-AL-APROV IN AL-APROV-NOVO
                    FROM REG-AL-APROV IN AL-APROV
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 5
                 WRITE REG-MATRICULA IN MATRICULA-NOVO
                    FROM REG-MATRICULA IN MATRICULA
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 6
                 WRITE REG-FREQUENCIA IN FREQUENCIA-NOVO
                    FROM REG-FREQUENCIA IN FREQUENCIA
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN 7
                 WRITE REG-OCORRENCIA IN OCORRENCIAS-NOVO
                    FROM REG-OCORRENCIA IN OCORRENCIAS
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
              WHEN OTHER
                 WRITE REG-LIXEIRA IN LIXEIRA-NOVO
                    FROM REG-LIXEIRA IN LIXEIRA
                    INVALID KEY ADD 1 TO WS-CONT-REJEITADOS
                    NOT INVALID KEY ADD 1 TO WS-CONT-GRAVADOS
                 END-WRITE
           END-EVALUATE
           .
       P250-FIM.

       P260-CONFERE.

      * Segunda passada: rele a copia nova pela chave primaria; a
      * troca so acontece com a mesma quantidade de registros do
      * original e as chaves em sequencia estritamente crescente.
           SET FS-NOV-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 OPEN INPUT ALUNOS-NOVO
              WHEN 2
                 OPEN INPUT DISCIPLINAS-NOVO
              WHEN 3
                 OPEN INPUT NOTAS-NOVO
              WHEN 4
                 OPEN INPUT AL-APROV-NOVO
              WHEN 5
                 OPEN INPUT MATRICULA-NOVO
              WHEN 6
                 OPEN INPUT FREQUENCIA-NOVO
              WHEN 7
                 OPEN INPUT OCORRENCIAS-NOVO
              WHEN OTHER
                 OPEN INPUT LIXEIRA-NOVO
           END-EVALUATE

           IF NOT FS-NOV-OK
              DISPLAY 'ERRO AO REABRIR A COPIA DE ' WS-ARQ-NOME
                      ' (FILE STATUS ' WS-FS-NOV ').'
              MOVE 'ERRO E/S' TO WS-RESULTADO
              GO TO P260-FIM
           END-IF

           MOVE LOW-VALUE TO WS-CHAVE-ANTERIOR
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              PERFORM P270-LE-NOVO THRU P270-FIM
              IF NOT EOF-OK
                 ADD 1 TO WS-CONT-CONFERIDOS
                 IF WS-CHAVE-ATUAL NOT GREATER THAN WS-CHAVE-ANTERIOR
                    ADD 1 TO WS-CONT-FORA-ORDEM
                 END-IF
                 MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
              END-IF
           END-PERFORM

           PERFORM P295-FECHA-NOVO THRU P295-FIM

           IF WS-RESULTADO EQUAL SPACE AND
              (WS-CONT-CONFERIDOS NOT EQUAL WS-CONT-LIDOS OR
               WS-CONT-CONFERIDOS NOT EQUAL WS-CONT-GRAVADOS OR
               WS-CONT-FORA-ORDEM GREATER THAN ZERO)
              MOVE 'NAO CONFERE' TO WS-RESULTADO
           END-IF
           .
       P260-FIM.

       P270-LE-NOVO.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 READ ALUNOS-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-ALUNO IN ALUNOS-NOVO TO WS-CHAVE-ATUAL
              WHEN 2
                 READ DISCIPLINAS-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-DISCIPLINA IN DISCIPLINAS-NOVO
                    TO WS-CHAVE-ATUAL
              WHEN 3
                 READ NOTAS-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-INCLUSAO IN NOTAS-NOVO TO WS-CHAVE-ATUAL
              WHEN 4
                 READ AL-APROV-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-INC-APROV IN AL-APROV-NOVO TO WS-CHAVE-ATUAL
              WHEN 5
                 READ MATRICULA-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE CHAVE-MATRICULA IN MATRICULA-NOVO
                    TO WS-CHAVE-ATUAL
              WHEN 6
                 READ FREQUENCIA-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE CHAVE-FREQUENCIA IN FREQUENCIA-NOVO
                    TO WS-CHAVE-ATUAL
              WHEN 7
                 READ OCORRENCIAS-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-OCORRENCIA IN OCORRENCIAS-NOVO
                    TO WS-CHAVE-ATUAL
              WHEN OTHER
                 READ LIXEIRA-NOVO NEXT RECORD
                    AT END SET EOF-OK TO TRUE
                 END-READ
                 MOVE ID-LIXEIRA IN LIXEIRA-NOVO TO WS-CHAVE-ATUAL
           END-EVALUATE

           IF NOT FS-NOV-OK AND NOT EOF-OK
              MOVE 'ERRO E/S' TO WS-RESULTADO
              SET EOF-OK TO TRUE
           END-IF
           .
       P270-FIM.

       P280-SUBSTITUI.

      * Troca: o original vira .antes (o .antes da reorganizacao
      * anterior e descartado) e a copia conferida assume o nome do
      * original. Falhando o segundo passo, o original e devolvido.
           CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-ANTES
              RETURNING WS-RET-CBL
           END-CALL

           CALL 'CBL_RENAME_FILE' USING WS-CAMINHO-ORIGEM
                                        WS-CAMINHO-ANTES
              RETURNING WS-RET-CBL
           END-CALL
           IF WS-RET-CBL NOT EQUAL ZERO
              DISPLAY 'NAO FOI POSSIVEL RENOMEAR ' WS-CAMINHO-ORIGEM
              MOVE 'SEM TROCA' TO WS-RESULTADO
              ADD 1 TO WS-TOT-FALHAS
              PERFORM P215-CAMINHO-NOVO THRU P215-FIM
              CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-NOVO
                 RETURNING WS-RET-CBL
              END-CALL
              MOVE WS-TAM-ANTES TO WS-TAM-DEPOIS
              GO TO P280-FIM
           END-IF

           PERFORM P215-CAMINHO-NOVO THRU P215-FIM
           CALL 'CBL_RENAME_FILE' USING WS-CAMINHO-NOVO
                                        WS-CAMINHO-ORIGEM
              RETURNING WS-RET-CBL
           END-CALL
           IF WS-RET-CBL EQUAL ZERO
              GO TO P280-FIM
           END-IF

           ADD 1 TO WS-TOT-FALHAS
           MOVE WS-TAM-ANTES TO WS-TAM-DEPOIS
           CALL 'CBL_RENAME_FILE' USING WS-CAMINHO-ANTES
                                        WS-CAMINHO-ORIGEM
              RETURNING WS-RET-CBL
           END-CALL
           IF WS-RET-CBL EQUAL ZERO
              DISPLAY 'NAO FOI POSSIVEL INSTALAR A COPIA DE '
                      WS-ARQ-NOME '. ORIGINAL RESTAURADO.'
              MOVE 'SEM TROCA' TO WS-RESULTADO
           ELSE
              DISPLAY '*** ' WS-ARQ-NOME ' AUSENTE: RESTAURE '
                      WS-CAMINHO-ANTES ' OU ' WS-CAMINHO-NOVO
              MOVE 'CRITICO' TO WS-RESULTADO
              MOVE 'S' TO WS-CRITICO
           END-IF
           .
       P280-FIM.

       P290-FECHA.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 CLOSE ALUNOS
              WHEN 2
                 CLOSE DISCIPLINAS
              WHEN 3
                 CLOSE NOTAS
              WHEN 4
                 CLOSE AL-APROV
              WHEN 5
                 CLOSE MATRICULA
              WHEN 6
                 CLOSE FREQUENCIA
              WHEN 7
                 CLOSE OCORRENCIAS
              WHEN OTHER
                 CLOSE LIXEIRA
           END-EVALUATE
           PERFORM P295-FECHA-NOVO THRU P295-FIM
           .
       P290-FIM.

       P295-FECHA-NOVO.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 CLOSE ALUNOS-NOVO
              WHEN 2
                 CLOSE DISCIPLINAS-NOVO
              WHEN 3
                 CLOSE NOTAS-NOVO
              WHEN 4
                 CLOSE AL-APROV-NOVO
              WHEN 5
                 CLOSE MATRICULA-NOVO
              WHEN 6
                 CLOSE FREQUENCIA-NOVO
              WHEN 7
                 CLOSE OCORRENCIAS-NOVO
              WHEN OTHER
                 CLOSE LIXEIRA-NOVO
           END-EVALUATE
           .
       P295-FIM.

       P500-RESUMO.

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'TOTAL REORGANIZADO' TO WS-LINHA-SPOOL(1:18)
           MOVE WS-TOT-ANTES TO WS-TAM-ED
           MOVE WS-TAM-ED TO WS-LINHA-SPOOL(26:12)
           MOVE WS-TOT-DEPOIS TO WS-TAM-ED
           MOVE WS-TAM-ED TO WS-LINHA-SPOOL(42:12)
           DISPLAY ' '
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'ARQUIVOS REORGANIZADOS: ' DELIMITED BY SIZE
                  WS-TOT-REORGANIZADOS       DELIMITED BY SIZE
                  '  COM FALHA: '            DELIMITED BY SIZE
                  WS-TOT-FALHAS              DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           IF WS-TOT-FALHAS GREATER THAN ZERO
              MOVE 'ALERTA' TO WS-CHAVE-EST
              MOVE 'REORGANIZACAO FALHOU' TO WS-VALOR-EST
              PERFORM P870-GRAVA-ESTADO THRU P870-FIM
           END-IF

      * Marca da execucao para a periodicidade da cadeia noturna
           IF WS-ARQ-INI EQUAL 1 AND WS-ARQ-FIM EQUAL 8
              MOVE 'REOR-ULTIM' TO WS-CHAVE-EST
              MOVE SPACE TO WS-VALOR-EST
              MOVE WS-DATA-HOJE TO WS-VALOR-EST(1:8)
              PERFORM P870-GRAVA-ESTADO THRU P870-FIM
           END-IF
           .
       P500-FIM.

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

           MOVE 'PROGREOR' TO AUD-PROGRAMA
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
       END PROGRAM PROGREOR.
