      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Cadastro de salas por unidade (sala comum,
      *          laboratorio, quadra; capacidade e acessibilidade) e
      *          ensalamento das aulas do quadro de horarios: cada
      *          dia/tempo da turma recebe a sala (arquivo ENSALA),
      *          com recusa do choque de sala (a mesma sala com duas
      *          turmas no mesmo dia/tempo), aviso de turma acima da
      *          capacidade ou com aluno da educacao especial em sala
      *          sem acessibilidade, e mapa de ocupacao das salas por
      *          dia da semana no spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSALA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS ASSIGN TO
           WS-CAMINHO-SALAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SALA
           FILE STATUS IS WS-FS-SAL.

           SELECT ENSALA ASSIGN TO
           WS-CAMINHO-ENSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ENSALA
           ALTERNATE RECORD KEY CHAVE-SALA-ENS =
           ID-SALA-ENS DIA-SEMANA-ENS TEMPO-ENS WITH DUPLICATES
           FILE STATUS IS WS-FS-ENS.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS-HOR.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-MAT.

           SELECT AEE ASSIGN TO
           WS-CAMINHO-AEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO-AEE
           FILE STATUS IS WS-FS-AEE.

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
       FD  SALAS.
           COPY FD-SALAS.

       FD  ENSALA.
           COPY FD-ENSALA.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  AEE.
           COPY FD-AEE.

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

       01  WS-CAMINHO-SALAS                  PIC X(80).
       01  WS-CAMINHO-ENSALA                 PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-AEE                    PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-SAL                         PIC 99.
           88 FS-SAL-OK                      VALUE 0.

       77  WS-FS-ENS                         PIC 99.
           88 FS-ENS-OK                      VALUE 0.

       77  WS-FS-HOR                         PIC 99.
           88 FS-HOR-OK                      VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-AEE                         PIC 99.
           88 FS-AEE-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUX                        PIC X.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 EXISTE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S' FALSE 'N'.

      * Cadastro da sala.
       77  WS-ID-SALA-IN                     PIC 9(05) VALUE ZERO.
       77  WS-DS-SALA-IN                     PIC X(20) VALUE SPACE.
       77  WS-UNIDADE-IN                     PIC X(04) VALUE SPACE.
       77  WS-CAPACIDADE-IN                  PIC 9(03) VALUE ZERO.
       77  WS-TIPO-IN                        PIC X(01) VALUE SPACE.
       77  WS-ACESSIVEL-IN                   PIC X(01) VALUE SPACE.
       77  WS-SITUACAO-IN                    PIC X(01) VALUE SPACE.
       01  WS-REG-SALA-ANTES                 PIC X(45) VALUE SPACE.

      * Ensalamento: aulas da turma/disciplina no quadro.
       77  WS-TURMA-IN                       PIC 9(05) VALUE ZERO.
       77  WS-DISC-IN                        PIC 9(05) VALUE ZERO.
       77  WS-DIA-IN                         PIC 9(01) VALUE ZERO.
       77  WS-TEMPO-IN                       PIC 9(02) VALUE ZERO.
       77  WS-ANO-TURMA                      PIC 9(04) VALUE ZERO.
       77  WS-UNID-TURMA                     PIC X(04) VALUE SPACE.
       77  WS-CAPACIDADE-SALA                PIC 9(03) VALUE ZERO.
       77  WS-ACESSIVEL                      PIC X(01) VALUE SPACE.
       77  WS-CHOQUE                         PIC X VALUE 'N'.
           88 CHOQUE-OK                      VALUE 'S'.
       77  WS-AU-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-AU-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-AULAS.
           03 WS-AU-ITEM OCCURS 30 TIMES.
              05 WS-AU-DIA                   PIC 9(01).
              05 WS-AU-TEMPO                 PIC 9(02).
       77  WS-QTD-GRAVADAS                   PIC 9(03) VALUE ZERO.
       01  WS-REG-ENS-ANTES                  PIC X(56) VALUE SPACE.

      * Alunos distintos da turma no ano (a MATRICULA e por
      * disciplina) e presenca de aluno da educacao especial.
       77  WS-TURMA-CONTA                    PIC 9(05) VALUE ZERO.
       77  WS-AL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-AL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-AL-ACHADO                      PIC X VALUE 'N'.
           88 AL-ACHADO-OK                   VALUE 'S' FALSE 'N'.
       01  WS-TAB-ALUNOS-TURMA.
           03 WS-AL-ID OCCURS 300 TIMES      PIC 9(05).
       77  WS-TEM-AEE                        PIC X VALUE 'N'.
           88 TEM-AEE-OK                     VALUE 'S' FALSE 'N'.

      * Mapa de ocupacao: salas da unidade x tempos do dia.
       77  WS-SL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-SL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-SL-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-SALAS.
           03 WS-SL-ITEM OCCURS 60 TIMES.
              05 WS-SL-ID                    PIC 9(05).
              05 WS-SL-DS                    PIC X(20).
              05 WS-SL-TIPO                  PIC X(01).
              05 WS-SL-ACESSIVEL             PIC X(01).
              05 WS-SL-CAPACIDADE            PIC 9(03).
              05 WS-SL-CELULA OCCURS 10 TIMES PIC 9(05).
       77  WS-DIA-INI                        PIC 9(01) VALUE ZERO.
       77  WS-DIA-FIM                        PIC 9(01) VALUE ZERO.
       77  WS-DIA-MAPA                       PIC 9(01) VALUE ZERO.
       77  WS-TEMPO-IDX                      PIC 9(02) VALUE ZERO.
       77  WS-COL                            PIC 9(03) VALUE ZERO.
       77  WS-QTD-CHOQUES                    PIC 9(03) VALUE ZERO.
       77  WS-QTD-ACIMA                      PIC 9(03) VALUE ZERO.
       01  WS-NOMES-DIAS.
           03 FILLER                         PIC X(42) VALUE
              'SEGUNDATERCA  QUARTA QUINTA SEXTA  SABADO '.
       01  FILLER REDEFINES WS-NOMES-DIAS.
           03 WS-NOME-DIA OCCURS 6 TIMES     PIC X(07).

      * Pares turma x sala do ensalamento, para a conferencia de
      * capacidade ao final do mapa.
       77  WS-PAR-QTD                        PIC 9(03) VALUE ZERO.
       77  WS-PAR-IDX                        PIC 9(03) VALUE ZERO.
       77  WS-PAR-ACHADO                     PIC X VALUE 'N'.
           88 PAR-ACHADO-OK                  VALUE 'S' FALSE 'N'.
       01  WS-TAB-PARES.
           03 WS-PAR-ITEM OCCURS 300 TIMES.
              05 WS-PAR-TURMA                PIC 9(05).
              05 WS-PAR-SALA                 PIC 9(03).

       77  WS-QTD-ED                         PIC ZZ9.

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
           DISPLAY 'SALAS E ENSALAMENTO DAS TURMAS'
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

           ACCEPT WS-CAMINHO-SALAS FROM ENVIRONMENT 'SALAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SALAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-SALAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ENSALA FROM ENVIRONMENT 'ENSALA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ENSALA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ENSALA
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AEE FROM ENVIRONMENT 'AEE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AEE.dat'           DELIMITED BY SIZE
                        INTO WS-CAMINHO-AEE
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

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|   1 - Cadastrar/Alterar Sala                    |'
           DISPLAY '|   2 - Listar Salas                              |'
           DISPLAY '|   3 - Ensalar Aulas da Turma                    |'
           DISPLAY '|   4 - Mapa de Ocupacao das Salas                |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-CADASTRA-SALA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-LISTA-SALAS THRU P300-FIM
              WHEN '3'
                 PERFORM P400-ENSALA THRU P400-FIM
              WHEN '4'
                 PERFORM P500-MAPA THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-CADASTRA-SALA.

           DISPLAY 'Informe o ID da sala: '
           ACCEPT WS-ID-SALA-IN
           IF WS-ID-SALA-IN NOT NUMERIC OR WS-ID-SALA-IN EQUAL ZERO
              DISPLAY 'ID DE SALA INVALIDO.'
              GO TO P200-FIM
           END-IF

           SET FS-SAL-OK TO TRUE
           OPEN I-O SALAS

           IF WS-FS-SAL EQUAL 35
              OPEN OUTPUT SALAS
              CLOSE SALAS
              OPEN I-O SALAS
           END-IF

           IF NOT FS-SAL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAL
              GO TO P200-FIM
           END-IF

           MOVE WS-ID-SALA-IN TO ID-SALA
           SET EXISTE-OK TO FALSE
           READ SALAS
              KEY IS ID-SALA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
           END-READ

           MOVE SPACE TO WS-REG-SALA-ANTES
           IF EXISTE-OK
      * Operador restrito a uma unidade so altera as salas dela.
              IF LK-UNIDADE NOT EQUAL SPACE AND
                 UNIDADE-SALA NOT EQUAL LK-UNIDADE
                 DISPLAY 'SALA DA UNIDADE ' UNIDADE-SALA
                         ' - FORA DA ALCADA DO OPERADOR ('
                         LK-UNIDADE ').'
                 CLOSE SALAS
                 GO TO P200-FIM
              END-IF
              MOVE REG-SALA TO WS-REG-SALA-ANTES
              DISPLAY 'SALA CADASTRADA: ' DS-SALA
              DISPLAY 'UNIDADE ' UNIDADE-SALA ' CAPACIDADE '
                      CAPACIDADE-SALA ' TIPO ' TIPO-SALA
                      ' ACESSIVEL ' ACESSIVEL-SALA
                      ' SITUACAO ' SITUACAO-SALA
              DISPLAY '(<ENTER> mantem o valor atual)'
              MOVE DS-SALA         TO WS-DS-SALA-IN
              MOVE UNIDADE-SALA    TO WS-UNIDADE-IN
              MOVE CAPACIDADE-SALA TO WS-CAPACIDADE-IN
              MOVE TIPO-SALA       TO WS-TIPO-IN
              MOVE ACESSIVEL-SALA  TO WS-ACESSIVEL-IN
              MOVE SITUACAO-SALA   TO WS-SITUACAO-IN
           ELSE
              MOVE SPACE      TO WS-DS-SALA-IN
              MOVE LK-UNIDADE TO WS-UNIDADE-IN
              MOVE ZERO       TO WS-CAPACIDADE-IN
              MOVE 'C'        TO WS-TIPO-IN
              MOVE 'N'        TO WS-ACESSIVEL-IN
              MOVE 'A'        TO WS-SITUACAO-IN
           END-IF

           DISPLAY 'Descricao da sala: '
           ACCEPT WS-DS-SALA-IN
           IF WS-DS-SALA-IN EQUAL SPACE
              IF EXISTE-OK
                 MOVE DS-SALA TO WS-DS-SALA-IN
              ELSE
                 DISPLAY 'DESCRICAO OBRIGATORIA. SALA NAO GRAVADA.'
                 CLOSE SALAS
                 GO TO P200-FIM
              END-IF
           END-IF

           IF LK-UNIDADE EQUAL SPACE
              DISPLAY 'Unidade (codigo de 4 posicoes): '
              ACCEPT WS-UNIDADE-IN
              IF WS-UNIDADE-IN EQUAL SPACE AND EXISTE-OK
                 MOVE UNIDADE-SALA TO WS-UNIDADE-IN
              END-IF
           END-IF

           DISPLAY 'Capacidade (numero de alunos): '
           ACCEPT WS-CAPACIDADE-IN
           IF WS-CAPACIDADE-IN NOT NUMERIC OR
              WS-CAPACIDADE-IN EQUAL ZERO
              IF EXISTE-OK
                 MOVE CAPACIDADE-SALA TO WS-CAPACIDADE-IN
              ELSE
                 DISPLAY 'CAPACIDADE OBRIGATORIA. SALA NAO GRAVADA.'
                 CLOSE SALAS
                 GO TO P200-FIM
              END-IF
           END-IF

           SET VALIDO-OK TO FALSE
           PERFORM UNTIL VALIDO-OK
              DISPLAY 'Tipo (C = sala comum, L = laboratorio, '
                      'Q = quadra): '
              ACCEPT WS-TIPO-IN
              IF WS-TIPO-IN EQUAL SPACE
                 IF EXISTE-OK
                    MOVE TIPO-SALA TO WS-TIPO-IN
                 ELSE
                    MOVE 'C' TO WS-TIPO-IN
                 END-IF
              END-IF
              INSPECT WS-TIPO-IN CONVERTING 'clq' TO 'CLQ'
              IF WS-TIPO-IN EQUAL 'C' OR 'L' OR 'Q'
                 SET VALIDO-OK TO TRUE
              ELSE
                 DISPLAY 'TIPO INVALIDO.'
              END-IF
           END-PERFORM

           DISPLAY 'Acessivel a cadeirantes (S/N): '
           ACCEPT WS-ACESSIVEL-IN
           INSPECT WS-ACESSIVEL-IN CONVERTING 'sn' TO 'SN'
           IF WS-ACESSIVEL-IN NOT EQUAL 'S'
              IF WS-ACESSIVEL-IN EQUAL SPACE AND EXISTE-OK
                 MOVE ACESSIVEL-SALA TO WS-ACESSIVEL-IN
              ELSE
                 MOVE 'N' TO WS-ACESSIVEL-IN
              END-IF
           END-IF

           IF EXISTE-OK
              DISPLAY 'Situacao (A = ativa, I = inativa): '
              ACCEPT WS-SITUACAO-IN
              INSPECT WS-SITUACAO-IN CONVERTING 'ai' TO 'AI'
              IF WS-SITUACAO-IN NOT EQUAL 'I'
                 IF WS-SITUACAO-IN EQUAL SPACE
                    MOVE SITUACAO-SALA TO WS-SITUACAO-IN
                 ELSE
                    MOVE 'A' TO WS-SITUACAO-IN
                 END-IF
              END-IF
           END-IF

           MOVE SPACE            TO REG-SALA
           MOVE WS-ID-SALA-IN    TO ID-SALA
           MOVE WS-DS-SALA-IN    TO DS-SALA
           MOVE WS-UNIDADE-IN    TO UNIDADE-SALA
           MOVE WS-CAPACIDADE-IN TO CAPACIDADE-SALA
           MOVE WS-TIPO-IN       TO TIPO-SALA
           MOVE WS-ACESSIVEL-IN  TO ACESSIVEL-SALA
           MOVE WS-SITUACAO-IN   TO SITUACAO-SALA

           IF EXISTE-OK
              REWRITE REG-SALA
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-SALA
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-SAL-OK
              DISPLAY 'ERRO AO GRAVAR A SALA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAL
              CLOSE SALAS
              GO TO P200-FIM
           END-IF

           CLOSE SALAS
           DISPLAY 'SALA GRAVADA.'

           MOVE 'SALAS'           TO AUD-ARQUIVO
           MOVE WS-ID-SALA-IN     TO AUD-CHAVE
           MOVE WS-REG-SALA-ANTES TO AUD-VALOR-ANTES
           MOVE REG-SALA          TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P300-LISTA-SALAS.

           SET FS-SAL-OK TO TRUE
           OPEN INPUT SALAS
           IF WS-FS-SAL EQUAL 35
              DISPLAY 'NENHUMA SALA CADASTRADA.'
              GO TO P300-FIM
           END-IF
           IF NOT FS-SAL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAL
              GO TO P300-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'ID    DESCRICAO            UNID CAP TIPO ACES SIT'
           DISPLAY '----- -------------------- ---- --- ---- ---- ---'

           MOVE ZERO TO WS-SL-QTD
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SALAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF LK-UNIDADE EQUAL SPACE OR
                       UNIDADE-SALA EQUAL LK-UNIDADE
                       ADD 1 TO WS-SL-QTD
                       DISPLAY ID-SALA ' ' DS-SALA ' ' UNIDADE-SALA
                               ' ' CAPACIDADE-SALA '  ' TIPO-SALA
                               '    ' ACESSIVEL-SALA '    '
                               SITUACAO-SALA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SALAS
           DISPLAY ' '
           DISPLAY 'SALAS LISTADAS: ' WS-SL-QTD
           .
       P300-FIM.

       P400-ENSALA.

      * Atribui a sala as aulas de uma disciplina da turma (todas ou
      * um dia/tempo); sala zero retira o ensalamento.
           DISPLAY 'Informe o ID da turma: '
           ACCEPT WS-TURMA-IN

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TUR
              GO TO P400-FIM
           END-IF
           MOVE WS-TURMA-IN TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    DISPLAY 'A TURMA INFORMADA NAO EXISTE.'
                    CLOSE TURMAS
                    GO TO P400-FIM
           END-READ
           CLOSE TURMAS
           MOVE ANO-TURMA  TO WS-ANO-TURMA
           MOVE UNID-TURMA TO WS-UNID-TURMA
           DISPLAY 'Turma: ' DS-TURMA ' ANO ' ANO-TURMA
                   ' UNIDADE ' UNID-TURMA

           IF LK-UNIDADE NOT EQUAL SPACE AND
              WS-UNID-TURMA NOT EQUAL LK-UNIDADE
              DISPLAY 'TURMA DA UNIDADE ' WS-UNID-TURMA
                      ' - FORA DA ALCADA DO OPERADOR ('
                      LK-UNIDADE ').'
              GO TO P400-FIM
           END-IF

           DISPLAY 'Informe o ID da disciplina: '
           ACCEPT WS-DISC-IN

           PERFORM P410-CARREGA-AULAS THRU P410-FIM
           IF WS-AU-QTD EQUAL ZERO
              DISPLAY 'NENHUMA AULA DA DISCIPLINA NO QUADRO DE '
                      'HORARIOS DA TURMA.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'Informe o ID da sala (0 = retirar a sala das '
                   'aulas): '
           MOVE ZERO TO WS-ID-SALA-IN
           ACCEPT WS-ID-SALA-IN
           IF WS-ID-SALA-IN NOT NUMERIC
              MOVE ZERO TO WS-ID-SALA-IN
           END-IF

           MOVE ZERO  TO WS-CAPACIDADE-SALA
           MOVE SPACE TO WS-ACESSIVEL
           IF WS-ID-SALA-IN NOT EQUAL ZERO
              SET FS-SAL-OK TO TRUE
              OPEN INPUT SALAS
              IF NOT FS-SAL-OK
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAL
                 GO TO P400-FIM
              END-IF
              MOVE WS-ID-SALA-IN TO ID-SALA
              READ SALAS
                 KEY IS ID-SALA
                    INVALID KEY
                       DISPLAY 'SALA NAO CADASTRADA.'
                       CLOSE SALAS
                       GO TO P400-FIM
              END-READ
              CLOSE SALAS
              IF SALA-INATIVA
                 DISPLAY 'SALA INATIVA. ENSALAMENTO RECUSADO.'
                 GO TO P400-FIM
              END-IF
              IF UNIDADE-SALA NOT EQUAL SPACE AND
                 WS-UNID-TURMA NOT EQUAL SPACE AND
                 UNIDADE-SALA NOT EQUAL WS-UNID-TURMA
                 DISPLAY 'SALA DA UNIDADE ' UNIDADE-SALA
                         ' E TURMA DA UNIDADE ' WS-UNID-TURMA
                         '. ENSALAMENTO RECUSADO.'
                 GO TO P400-FIM
              END-IF
              MOVE CAPACIDADE-SALA TO WS-CAPACIDADE-SALA
              MOVE ACESSIVEL-SALA  TO WS-ACESSIVEL
              DISPLAY 'Sala: ' DS-SALA ' CAPACIDADE ' CAPACIDADE-SALA
                      ' TIPO ' TIPO-SALA
           END-IF

           DISPLAY 'Dia da semana (1 a 6; 0 = todas as '
                   WS-AU-QTD ' aulas da disciplina): '
           MOVE ZERO TO WS-DIA-IN
           ACCEPT WS-DIA-IN
           IF WS-DIA-IN NOT NUMERIC
              MOVE ZERO TO WS-DIA-IN
           END-IF
           IF WS-DIA-IN NOT EQUAL ZERO
              DISPLAY 'Tempo de aula (1 a 10): '
              ACCEPT WS-TEMPO-IN
              PERFORM P415-FILTRA-AULA THRU P415-FIM
              IF WS-AU-QTD EQUAL ZERO
                 DISPLAY 'AULA NAO MARCADA NESTE DIA/TEMPO.'
                 GO TO P400-FIM
              END-IF
           END-IF

           SET FS-ENS-OK TO TRUE
           OPEN I-O ENSALA

           IF WS-FS-ENS EQUAL 35
              OPEN OUTPUT ENSALA
              CLOSE ENSALA
              OPEN I-O ENSALA
           END-IF

           IF NOT FS-ENS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ENSALAMENTO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ENS
              GO TO P400-FIM
           END-IF

           IF WS-ID-SALA-IN NOT EQUAL ZERO
              MOVE 'N' TO WS-CHOQUE
              PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                 UNTIL WS-AU-IDX > WS-AU-QTD
                 PERFORM P420-VERIFICA-CHOQUE-SALA THRU P420-FIM
              END-PERFORM
              IF CHOQUE-OK
                 DISPLAY 'ENSALAMENTO RECUSADO POR CHOQUE DE SALA.'
                 CLOSE ENSALA
                 GO TO P400-FIM
              END-IF

      * Capacidade e acessibilidade so avisam: a decisao fica com a
      * coordenacao.
              PERFORM P440-ABRE-CONTAGEM THRU P440-FIM
              MOVE WS-TURMA-IN TO WS-TURMA-CONTA
              PERFORM P450-CONTA-ALUNOS-TURMA THRU P450-FIM
              PERFORM P445-FECHA-CONTAGEM THRU P445-FIM
              DISPLAY 'ALUNOS DA TURMA NO ANO: ' WS-AL-QTD
              IF WS-AL-QTD > WS-CAPACIDADE-SALA
                 DISPLAY 'AVISO: TURMA COM ' WS-AL-QTD ' ALUNOS, '
                         'ACIMA DA CAPACIDADE DA SALA ('
                         WS-CAPACIDADE-SALA ').'
              END-IF
              IF TEM-AEE-OK AND WS-ACESSIVEL NOT EQUAL 'S'
                 DISPLAY 'AVISO: TURMA COM ALUNO DA EDUCACAO '
                         'ESPECIAL E SALA SEM ACESSIBILIDADE.'
              END-IF
           END-IF

           DISPLAY 'TECLE: <S> para confirmar o ensalamento de '
                   WS-AU-QTD ' aula(s) ou <QUALQUER TECLA> para '
                   'cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'ENSALAMENTO NAO REALIZADO.'
              CLOSE ENSALA
              GO TO P400-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-GRAVADAS
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
              UNTIL WS-AU-IDX > WS-AU-QTD
              PERFORM P430-GRAVA-ENSALA THRU P430-FIM
           END-PERFORM

           CLOSE ENSALA
           DISPLAY 'AULAS ATUALIZADAS NO ENSALAMENTO: ' WS-QTD-GRAVADAS
           .
       P400-FIM.

       P410-CARREGA-AULAS.

           MOVE ZERO TO WS-AU-QTD
           SET FS-HOR-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-HOR
              GO TO P410-FIM
           END-IF

           MOVE WS-TURMA-IN TO ID-TURMA-HOR
           MOVE WS-DISC-IN  TO ID-DISCIPLINA-HOR
           MOVE ZERO        TO DIA-SEMANA-HOR
           MOVE ZERO        TO TEMPO-HOR
           SET EOF-OK TO FALSE
           START HORARIOS KEY IS NOT LESS THAN CHAVE-HORARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-HOR NOT EQUAL WS-TURMA-IN OR
                       ID-DISCIPLINA-HOR NOT EQUAL WS-DISC-IN
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-AU-QTD < 30
                          ADD 1 TO WS-AU-QTD
                          MOVE DIA-SEMANA-HOR TO WS-AU-DIA(WS-AU-QTD)
                          MOVE TEMPO-HOR    TO WS-AU-TEMPO(WS-AU-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           .
       P410-FIM.

       P415-FILTRA-AULA.

      * Mantem na tabela so a aula do dia/tempo informado.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
              UNTIL WS-AU-IDX > WS-AU-QTD
              IF WS-AU-DIA(WS-AU-IDX) EQUAL WS-DIA-IN AND
                 WS-AU-TEMPO(WS-AU-IDX) EQUAL WS-TEMPO-IN
                 MOVE WS-AU-ITEM(WS-AU-IDX) TO WS-AU-ITEM(1)
                 MOVE 1 TO WS-AU-QTD
                 GO TO P415-FIM
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-AU-QTD
           .
       P415-FIM.

       P420-VERIFICA-CHOQUE-SALA.

      * Outra aula (outra turma ou disciplina) ja ensalada na mesma
      * sala no mesmo dia/tempo.
           MOVE WS-ID-SALA-IN         TO ID-SALA-ENS
           MOVE WS-AU-DIA(WS-AU-IDX)   TO DIA-SEMANA-ENS
           MOVE WS-AU-TEMPO(WS-AU-IDX) TO TEMPO-ENS
           SET EOF-AUX-OK TO FALSE
           START ENSALA KEY IS EQUAL CHAVE-SALA-ENS
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ ENSALA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-SALA-ENS NOT EQUAL WS-ID-SALA-IN OR
                       DIA-SEMANA-ENS NOT EQUAL WS-AU-DIA(WS-AU-IDX)
                       OR TEMPO-ENS NOT EQUAL WS-AU-TEMPO(WS-AU-IDX)
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ID-TURMA-ENS NOT EQUAL WS-TURMA-IN OR
                          ID-DISCIPLINA-ENS NOT EQUAL WS-DISC-IN
                          MOVE 'S' TO WS-CHOQUE
                          DISPLAY 'CHOQUE DE SALA: A SALA '
                                  WS-ID-SALA-IN ' JA TEM AULA DA TURMA '
                                  ID-TURMA-ENS ' (DISCIPLINA '
                                  ID-DISCIPLINA-ENS ') NO DIA '
                                  DIA-SEMANA-ENS ' TEMPO ' TEMPO-ENS '.'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P420-FIM.

       P430-GRAVA-ENSALA.

           MOVE WS-TURMA-IN            TO ID-TURMA-ENS
           MOVE WS-DISC-IN             TO ID-DISCIPLINA-ENS
           MOVE WS-AU-DIA(WS-AU-IDX)   TO DIA-SEMANA-ENS
           MOVE WS-AU-TEMPO(WS-AU-IDX) TO TEMPO-ENS
           SET EXISTE-OK TO FALSE
           MOVE SPACE TO WS-REG-ENS-ANTES
           READ ENSALA
              KEY IS CHAVE-ENSALA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET EXISTE-OK TO TRUE
                    MOVE REG-ENSALA TO WS-REG-ENS-ANTES
           END-READ

           IF WS-ID-SALA-IN EQUAL ZERO
              IF NOT EXISTE-OK
                 GO TO P430-FIM
              END-IF
              DELETE ENSALA RECORD
              MOVE 'EXCLUSAO' TO AUD-OPERACAO
              MOVE SPACE      TO AUD-VALOR-DEPOIS
           ELSE
              MOVE WS-ID-SALA-IN TO ID-SALA-ENS
              MOVE WS-DATA-HOJE  TO DT-ENSALA
              MOVE LK-OPERADOR   TO OPERADOR-ENS
              IF EXISTE-OK
                 REWRITE REG-ENSALA
                 MOVE 'ALTERACAO' TO AUD-OPERACAO
              ELSE
                 WRITE REG-ENSALA
                 MOVE 'INCLUSAO'  TO AUD-OPERACAO
              END-IF
              MOVE REG-ENSALA TO AUD-VALOR-DEPOIS
           END-IF

           IF NOT FS-ENS-OK
              DISPLAY 'ERRO AO GRAVAR O ENSALAMENTO DO DIA '
                      WS-AU-DIA(WS-AU-IDX) ' TEMPO '
                      WS-AU-TEMPO(WS-AU-IDX) '.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ENS
              GO TO P430-FIM
           END-IF

           ADD 1 TO WS-QTD-GRAVADAS
           MOVE 'ENSALA'            TO AUD-ARQUIVO
           MOVE CHAVE-ENSALA(1:10)  TO AUD-CHAVE
           MOVE WS-REG-ENS-ANTES    TO AUD-VALOR-ANTES
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P430-FIM.

       P440-ABRE-CONTAGEM.

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           SET FS-AEE-OK TO TRUE
           OPEN INPUT AEE
           .
       P440-FIM.

       P445-FECHA-CONTAGEM.

           CLOSE TURMAS
           CLOSE MATRICULA
           CLOSE AEE
           .
       P445-FIM.

       P450-CONTA-ALUNOS-TURMA.

      * Alunos distintos da turma (WS-TURMA-CONTA) no ano da turma,
      * pela chave alternativa turma + ano da MATRICULA, e se algum
      * tem cadastro na educacao especial.
           MOVE ZERO TO WS-AL-QTD
           SET TEM-AEE-OK TO FALSE

           MOVE WS-TURMA-CONTA TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    GO TO P450-FIM
           END-READ

           MOVE ID-TURMA  TO TURMA-MATRICULA
           MOVE ANO-TURMA TO ANO-MATRICULA
           SET EOF-AUX-OK TO FALSE
           START MATRICULA KEY IS EQUAL CHAVE-TURMA-MAT
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL ID-TURMA OR
                       ANO-MATRICULA NOT EQUAL ANO-TURMA
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       PERFORM P455-GUARDA-ALUNO THRU P455-FIM
                    END-IF
              END-READ
           END-PERFORM
           .
       P450-FIM.

       P455-GUARDA-ALUNO.

           SET AL-ACHADO-OK TO FALSE
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD OR AL-ACHADO-OK
              IF WS-AL-ID(WS-AL-IDX) EQUAL ID-ALUNO-MAT
                 SET AL-ACHADO-OK TO TRUE
              END-IF
           END-PERFORM
           IF AL-ACHADO-OK OR WS-AL-QTD >= 300
              GO TO P455-FIM
           END-IF

           ADD 1 TO WS-AL-QTD
           MOVE ID-ALUNO-MAT TO WS-AL-ID(WS-AL-QTD)

           MOVE ID-ALUNO-MAT TO ID-ALUNO-AEE
           READ AEE
              KEY IS ID-ALUNO-AEE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET TEM-AEE-OK TO TRUE
           END-READ
           .
       P455-FIM.

       P500-MAPA.

      * Mapa por dia da semana: uma linha por sala da unidade e uma
      * coluna por tempo, com a turma que ocupa a sala.
           MOVE LK-UNIDADE TO WS-UNIDADE-IN
           IF LK-UNIDADE EQUAL SPACE
              DISPLAY 'Unidade (<ENTER> = todas): '
              ACCEPT WS-UNIDADE-IN
           END-IF

           DISPLAY 'Dia da semana (1 a 6; 0 = semana inteira): '
           MOVE ZERO TO WS-DIA-IN
           ACCEPT WS-DIA-IN
           IF WS-DIA-IN NOT NUMERIC OR WS-DIA-IN > 6
              MOVE ZERO TO WS-DIA-IN
           END-IF
           IF WS-DIA-IN EQUAL ZERO
              MOVE 1 TO WS-DIA-INI
              MOVE 6 TO WS-DIA-FIM
           ELSE
              MOVE WS-DIA-IN TO WS-DIA-INI
              MOVE WS-DIA-IN TO WS-DIA-FIM
           END-IF

           MOVE ZERO TO WS-SL-QTD
           SET FS-SAL-OK TO TRUE
           OPEN INPUT SALAS
           IF NOT FS-SAL-OK
              DISPLAY 'NENHUMA SALA CADASTRADA.'
              GO TO P500-FIM
           END-IF
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SALAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (WS-UNIDADE-IN EQUAL SPACE OR
                        UNIDADE-SALA EQUAL WS-UNIDADE-IN) AND
                       SALA-ATIVA AND WS-SL-QTD < 60
                       ADD 1 TO WS-SL-QTD
                       MOVE ID-SALA   TO WS-SL-ID(WS-SL-QTD)
                       MOVE DS-SALA   TO WS-SL-DS(WS-SL-QTD)
                       MOVE TIPO-SALA TO WS-SL-TIPO(WS-SL-QTD)
                       MOVE ACESSIVEL-SALA
                          TO WS-SL-ACESSIVEL(WS-SL-QTD)
                       MOVE CAPACIDADE-SALA
                          TO WS-SL-CAPACIDADE(WS-SL-QTD)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALAS

           IF WS-SL-QTD EQUAL ZERO
              DISPLAY 'NENHUMA SALA ATIVA NA UNIDADE.'
              GO TO P500-FIM
           END-IF

           MOVE 'MAPA DE SALAS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'MAPA DE OCUPACAO DAS SALAS - UNIDADE '
                     DELIMITED BY SIZE
                  WS-UNIDADE-IN DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'SALAS (T = C COMUM, L LABORATORIO, Q QUADRA; '
              TO WS-LINHA-SPOOL
           MOVE 'A = ACESSIVEL):' TO WS-LINHA-SPOOL(47:15)
           PERFORM P510-LINHA THRU P510-FIM
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-QTD
              MOVE WS-SL-ID(WS-SL-IDX)   TO WS-LINHA-SPOOL(1:5)
              MOVE WS-SL-DS(WS-SL-IDX)   TO WS-LINHA-SPOOL(7:20)
              MOVE 'CAP'                 TO WS-LINHA-SPOOL(28:3)
              MOVE WS-SL-CAPACIDADE(WS-SL-IDX)
                 TO WS-LINHA-SPOOL(32:3)
              PERFORM P510-LINHA THRU P510-FIM
           END-PERFORM

           MOVE ZERO TO WS-QTD-CHOQUES
           MOVE ZERO TO WS-PAR-QTD
           PERFORM VARYING WS-DIA-MAPA FROM WS-DIA-INI BY 1
              UNTIL WS-DIA-MAPA > WS-DIA-FIM
              PERFORM P520-MAPA-DIA THRU P520-FIM
           END-PERFORM

           PERFORM P540-CONFERE-CAPACIDADE THRU P540-FIM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           IF WS-QTD-CHOQUES > ZERO
              STRING 'ATENCAO: ' DELIMITED BY SIZE
                     WS-QTD-CHOQUES DELIMITED BY SIZE
                     ' CHOQUE(S) DE SALA NO ENSALAMENTO (*).'
                        DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P510-LINHA THRU P510-FIM
           END-IF

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-LINHA.

           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P510-FIM.

       P520-MAPA-DIA.

           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-QTD
              PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                 UNTIL WS-TEMPO-IDX > 10
                 MOVE ZERO TO WS-SL-CELULA(WS-SL-IDX, WS-TEMPO-IDX)
              END-PERFORM
           END-PERFORM

           SET FS-ENS-OK TO TRUE
           OPEN INPUT ENSALA
           IF FS-ENS-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ ENSALA NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF DIA-SEMANA-ENS EQUAL WS-DIA-MAPA AND
                          TEMPO-ENS > ZERO AND TEMPO-ENS < 11
                          PERFORM P525-MARCA-CELULA THRU P525-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENSALA
           END-IF

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'DIA ' DELIMITED BY SIZE
                  WS-DIA-MAPA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-NOME-DIA(WS-DIA-MAPA) DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY ' '
           PERFORM P510-LINHA THRU P510-FIM
           MOVE 'SALA  T A' TO WS-LINHA-SPOOL
           PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
              UNTIL WS-TEMPO-IDX > 10
              COMPUTE WS-COL = 11 + (WS-TEMPO-IDX - 1) * 6
              MOVE 'T'          TO WS-LINHA-SPOOL(WS-COL + 2:1)
              MOVE WS-TEMPO-IDX TO WS-LINHA-SPOOL(WS-COL + 3:2)
           END-PERFORM
           PERFORM P510-LINHA THRU P510-FIM

           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-QTD
              MOVE WS-SL-ID(WS-SL-IDX)        TO WS-LINHA-SPOOL(1:5)
              MOVE WS-SL-TIPO(WS-SL-IDX)      TO WS-LINHA-SPOOL(7:1)
              MOVE WS-SL-ACESSIVEL(WS-SL-IDX) TO WS-LINHA-SPOOL(9:1)
              PERFORM VARYING WS-TEMPO-IDX FROM 1 BY 1
                 UNTIL WS-TEMPO-IDX > 10
                 COMPUTE WS-COL = 11 + (WS-TEMPO-IDX - 1) * 6
                 IF WS-SL-CELULA(WS-SL-IDX, WS-TEMPO-IDX) EQUAL ZERO
                    MOVE '  .  ' TO WS-LINHA-SPOOL(WS-COL:5)
                 ELSE
                    IF WS-SL-CELULA(WS-SL-IDX, WS-TEMPO-IDX) EQUAL
                       99999
                       MOVE '  *  ' TO WS-LINHA-SPOOL(WS-COL:5)
                    ELSE
                       MOVE WS-SL-CELULA(WS-SL-IDX, WS-TEMPO-IDX)
                          TO WS-LINHA-SPOOL(WS-COL:5)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM P510-LINHA THRU P510-FIM
           END-PERFORM
           .
       P520-FIM.

       P525-MARCA-CELULA.

           MOVE ZERO TO WS-SL-ACHADO
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-QTD OR WS-SL-ACHADO > ZERO
              IF WS-SL-ID(WS-SL-IDX) EQUAL ID-SALA-ENS
                 MOVE WS-SL-IDX TO WS-SL-ACHADO
              END-IF
           END-PERFORM
           IF WS-SL-ACHADO EQUAL ZERO
              GO TO P525-FIM
           END-IF

      * Duas turmas na mesma celula (ensalamento anterior ao controle
      * de choque) saem marcadas com asterisco.
           IF WS-SL-CELULA(WS-SL-ACHADO, TEMPO-ENS) NOT EQUAL ZERO AND
              WS-SL-CELULA(WS-SL-ACHADO, TEMPO-ENS) NOT EQUAL
              ID-TURMA-ENS
              IF WS-SL-CELULA(WS-SL-ACHADO, TEMPO-ENS) NOT EQUAL
                 99999
                 ADD 1 TO WS-QTD-CHOQUES
              END-IF
              MOVE 99999 TO WS-SL-CELULA(WS-SL-ACHADO, TEMPO-ENS)
           ELSE
              MOVE ID-TURMA-ENS TO WS-SL-CELULA(WS-SL-ACHADO, TEMPO-ENS)
           END-IF

           SET PAR-ACHADO-OK TO FALSE
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
              UNTIL WS-PAR-IDX > WS-PAR-QTD OR PAR-ACHADO-OK
              IF WS-PAR-TURMA(WS-PAR-IDX) EQUAL ID-TURMA-ENS AND
                 WS-PAR-SALA(WS-PAR-IDX) EQUAL WS-SL-ACHADO
                 SET PAR-ACHADO-OK TO TRUE
              END-IF
           END-PERFORM
           IF NOT PAR-ACHADO-OK AND WS-PAR-QTD < 300
              ADD 1 TO WS-PAR-QTD
              MOVE ID-TURMA-ENS TO WS-PAR-TURMA(WS-PAR-QTD)
              MOVE WS-SL-ACHADO TO WS-PAR-SALA(WS-PAR-QTD)
           END-IF
           .
       P525-FIM.

       P540-CONFERE-CAPACIDADE.

      * Turmas ensaladas em sala menor que o numero de alunos ou,
      * com aluno da educacao especial, em sala sem acessibilidade.
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE '--- CONFERENCIA DE CAPACIDADE E ACESSIBILIDADE ---'
              TO WS-LINHA-SPOOL
           DISPLAY ' '
           PERFORM P510-LINHA THRU P510-FIM

           MOVE ZERO TO WS-QTD-ACIMA
           PERFORM P440-ABRE-CONTAGEM THRU P440-FIM
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
              UNTIL WS-PAR-IDX > WS-PAR-QTD
              MOVE WS-PAR-TURMA(WS-PAR-IDX) TO WS-TURMA-CONTA
              MOVE WS-PAR-SALA(WS-PAR-IDX)  TO WS-SL-IDX
              PERFORM P450-CONTA-ALUNOS-TURMA THRU P450-FIM
              IF WS-AL-QTD > WS-SL-CAPACIDADE(WS-SL-IDX)
                 ADD 1 TO WS-QTD-ACIMA
                 MOVE WS-AL-QTD TO WS-QTD-ED
                 STRING 'TURMA ' DELIMITED BY SIZE
                        WS-TURMA-CONTA DELIMITED BY SIZE
                        ' COM ' DELIMITED BY SIZE
                        WS-QTD-ED DELIMITED BY SIZE
                        ' ALUNOS NA SALA ' DELIMITED BY SIZE
                        WS-SL-ID(WS-SL-IDX) DELIMITED BY SIZE
                        ' (CAPACIDADE ' DELIMITED BY SIZE
                        WS-SL-CAPACIDADE(WS-SL-IDX) DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO WS-LINHA-SPOOL
                 PERFORM P510-LINHA THRU P510-FIM
              END-IF
              IF TEM-AEE-OK AND WS-SL-ACESSIVEL(WS-SL-IDX)
                 NOT EQUAL 'S'
                 ADD 1 TO WS-QTD-ACIMA
                 STRING 'TURMA ' DELIMITED BY SIZE
                        WS-TURMA-CONTA DELIMITED BY SIZE
                        ' COM ALUNO DA EDUCACAO ESPECIAL NA SALA '
                           DELIMITED BY SIZE
                        WS-SL-ID(WS-SL-IDX) DELIMITED BY SIZE
                        ' SEM ACESSIBILIDADE' DELIMITED BY SIZE
                        INTO WS-LINHA-SPOOL
                 PERFORM P510-LINHA THRU P510-FIM
              END-IF
           END-PERFORM
           PERFORM P445-FECHA-CONTAGEM THRU P445-FIM

           IF WS-QTD-ACIMA EQUAL ZERO
              MOVE 'NENHUMA TURMA ACIMA DA CAPACIDADE DA SALA.'
                 TO WS-LINHA-SPOOL
              PERFORM P510-LINHA THRU P510-FIM
           END-IF
           .
       P540-FIM.

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

           MOVE 'PROGSALA' TO AUD-PROGRAMA
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
       END PROGRAM PROGSALA.
