      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Avaliacoes externas (SAEB, prova municipal): importa
      *          o arquivo de resultados da secretaria municipal
      *          (INEP ou nome e nascimento do aluno, componente e
      *          nivel de proficiencia), localiza o aluno no cadastro
      *          e grava o nivel por aluno, ano e componente no
      *          AVALEXT. O confronto por turma e disciplina poe o
      *          nivel externo ao lado da media e da situacao internas
      *          e aponta os aprovados abaixo do basico e os
      *          reprovados proficientes, com via no spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAVEX.


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

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS-DP.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NT.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT AVALEXT ASSIGN TO
           WS-CAMINHO-AVALEXT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AVALEXT
           FILE STATUS IS WS-FS-AVX.

           SELECT AVALEXT-REF ASSIGN TO
           WS-CAMINHO-AVALEXT-REF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REF.

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

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  AVALEXT.
           COPY FD-AVALEXT.

      * Arquivo de resultados da secretaria municipal: uma linha por
      * aluno e componente. INEP zerado quando a rede nao o informa;
      * nesse caso o aluno e localizado pelo nome e nascimento.
       FD  AVALEXT-REF.
       01  REG-AVALEXT-REF.
           03 AVR-INEP                        PIC 9(12).
           03 AVR-NOME                        PIC X(20).
           03 AVR-NASC                        PIC 9(08).
           03 AVR-COMPONENTE                  PIC X(02).
           03 AVR-NIVEL                       PIC 9(01).
           03 AVR-AVALIACAO                   PIC X(10).

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
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-AVALEXT                PIC X(80).
       01  WS-CAMINHO-AVALEXT-REF            PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-NT                          PIC 99.
           88 FS-NT-OK                       VALUE 0.

       77  WS-FS-AVX                         PIC 99.
           88 FS-AVX-OK                      VALUE 0.

       77  WS-FS-REF                         PIC 99.
           88 FS-REF-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AVX                        PIC X.
           88 EOF-AVX-OK                     VALUE 'S' FALSE 'N'.

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

       77  WS-ANO-AVAL                       PIC 9(04) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

      * Cadastro de alunos ativos carregado para a localizacao: INEP,
      * nome normalizado e data de nascimento.
       77  WS-CAD-QTD                        PIC 9(04) VALUE ZERO.
       77  WS-CAD-IDX                        PIC 9(04) VALUE ZERO.
       77  WS-CAD-ACHADO                     PIC 9(04) VALUE ZERO.
       77  WS-CAD-OCORR                      PIC 9(04) VALUE ZERO.
       01  WS-TAB-CADASTRO.
           03 WS-CAD-ENT OCCURS 999 TIMES.
              05 WS-CAD-ID                   PIC 9(05).
              05 WS-CAD-INEP                 PIC 9(12).
              05 WS-CAD-NOME                 PIC X(20).
              05 WS-CAD-NASC                 PIC 9(08).

      * Componente externo -> disciplina interna, perguntado uma vez
      * por importacao (zero = componente ignorado).
       77  WS-CP-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-CP-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-CP-ACHADO                      PIC 9(02) VALUE ZERO.
       77  WS-CP-VALIDO                      PIC X VALUE 'N'.
           88 CP-VALIDO-OK                   VALUE 'S' FALSE 'N'.
       77  WS-CP-DISC-IN                     PIC 9(05) VALUE ZERO.
       01  WS-TAB-COMPONENTES.
           03 WS-CP-ENT OCCURS 20 TIMES.
              05 WS-CP-COD                   PIC X(02).
              05 WS-CP-DISC                  PIC 9(05).

       77  WS-ORIGEM                         PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-REJ                     PIC X(30) VALUE SPACE.

       77  WS-QTD-LIDAS                      PIC 9(05) VALUE ZERO.
       77  WS-QTD-GRAVADAS                   PIC 9(05) VALUE ZERO.
       77  WS-QTD-REGRAVADAS                 PIC 9(05) VALUE ZERO.
       77  WS-QTD-REJEITADAS                 PIC 9(05) VALUE ZERO.
       77  WS-QTD-POR-INEP                   PIC 9(05) VALUE ZERO.
       77  WS-QTD-POR-NOME                   PIC 9(05) VALUE ZERO.

       77  WS-NOME-IN                        PIC X(20) VALUE SPACE.
       77  WS-NOME-NORM                      PIC X(20) VALUE SPACE.
       77  WS-NORM-IDX                       PIC 9(02) VALUE ZERO.
       77  WS-NORM-POS                       PIC 9(02) VALUE ZERO.
       77  WS-NORM-ANTERIOR                  PIC X(01) VALUE SPACE.

      * Confronto da turma: elenco da disciplina e a situacao interna
      * e externa de cada aluno.
       77  WS-TURMA-REL                      PIC 9(05) VALUE ZERO.
       77  WS-DISC-REL                       PIC 9(05) VALUE ZERO.
       77  WS-NM-DISC-REL                    PIC X(20) VALUE SPACE.

       77  WS-EL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-EL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-EL-ACHOU                       PIC X VALUE 'N'.
           88 EL-ACHADO                      VALUE 'S'.
       01  WS-TAB-ELENCO.
           03 WS-EL-ITEM OCCURS 500 TIMES.
              05 WS-EL-ID                    PIC 9(05).
              05 WS-EL-NOME                  PIC X(20).

       77  WS-TEM-NOTA                       PIC X VALUE 'N'.
           88 TEM-NOTA-OK                    VALUE 'S' FALSE 'N'.
       77  WS-MEDIA-INT                      PIC 9(02)V99 VALUE ZERO.
       77  WS-SITUACAO-INT                   PIC X(10) VALUE SPACE.
       77  WS-NIVEL-EXT                      PIC 9(01) VALUE ZERO.
       77  WS-NOTA-ED                        PIC Z9,99.
       77  WS-DS-NIVEL                       PIC X(14) VALUE SPACE.

       77  WS-QTD-COM-NIVEL                  PIC 9(03) VALUE ZERO.
       77  WS-QTD-SEM-NIVEL                  PIC 9(03) VALUE ZERO.
       77  WS-QTD-APROV-ABAIXO               PIC 9(03) VALUE ZERO.
       77  WS-QTD-REPROV-PROFIC              PIC 9(03) VALUE ZERO.

       01  WS-LINHA-REL                      PIC X(80) VALUE SPACE.

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
           DISPLAY 'AVALIACOES EXTERNAS (SAEB / PROVA MUNICIPAL)'
           DISPLAY '***************************************************'

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

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AVALEXT FROM ENVIRONMENT 'AVALEXT_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AVALEXT.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-AVALEXT
           END-ACCEPT

           ACCEPT WS-CAMINHO-AVALEXT-REF FROM ENVIRONMENT
              'AVALEXT_REF_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AVALIACAO-EXTERNA.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-AVALEXT-REF
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
           DISPLAY '|   1 - Importar Resultados da Secretaria         |'
           DISPLAY '|   2 - Confronto com as Notas da Turma           |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-IMPORTA THRU P200-FIM
              WHEN '2'
                 PERFORM P500-CONFRONTO THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-IMPORTA.

      * Carga do arquivo da secretaria, feita pela coordenacao ou
      * direcao. Reimportar o mesmo ano substitui o nivel gravado.
           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              GO TO P200-FIM
           END-IF

           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-AVAL
           DISPLAY 'Ano da avaliacao (<ENTER> = ' WS-ANO-AVAL '): '
           ACCEPT WS-ANO-AVAL
           IF WS-ANO-AVAL NOT NUMERIC OR WS-ANO-AVAL EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-AVAL
           END-IF

           DISPLAY 'Arquivo da secretaria: ' WS-CAMINHO-AVALEXT-REF
           DISPLAY 'TECLE: <S> para importar ou <QUALQUER TECLA> '
                   'para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              GO TO P200-FIM
           END-IF

           MOVE ZERO TO WS-QTD-LIDAS
           MOVE ZERO TO WS-QTD-GRAVADAS
           MOVE ZERO TO WS-QTD-REGRAVADAS
           MOVE ZERO TO WS-QTD-REJEITADAS
           MOVE ZERO TO WS-QTD-POR-INEP
           MOVE ZERO TO WS-QTD-POR-NOME
           MOVE ZERO TO WS-CP-QTD
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P250-CARREGA-CADASTRO THRU P250-FIM
           IF WS-CAD-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO ATIVO NO CADASTRO.'
              GO TO P200-FIM
           END-IF

           SET FS-REF-OK TO TRUE
           OPEN INPUT AVALEXT-REF
           IF NOT FS-REF-OK
              DISPLAY 'ARQUIVO DA SECRETARIA AUSENTE: '
                      WS-CAMINHO-AVALEXT-REF
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REF
              GO TO P200-FIM
           END-IF

           SET FS-AVX-OK TO TRUE
           OPEN I-O AVALEXT
           IF WS-FS-AVX EQUAL 35
              OPEN OUTPUT AVALEXT
              CLOSE AVALEXT
              OPEN I-O AVALEXT
           END-IF
           IF NOT FS-AVX-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVALIACOES EXTERNAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AVX
              CLOSE AVALEXT-REF
              GO TO P200-FIM
           END-IF

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DP
              CLOSE AVALEXT-REF
              CLOSE AVALEXT
              GO TO P200-FIM
           END-IF

           MOVE 'AVALIACAO EXTERNA' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'IMPORTACAO DE AVALIACAO EXTERNA - ANO '
                     DELIMITED BY SIZE
                  WS-ANO-AVAL DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           DISPLAY ' '
           DISPLAY '--- LINHAS REJEITADAS ---'
           MOVE '--- LINHAS REJEITADAS ---' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AVALEXT-REF
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDAS
                    PERFORM P300-IMPORTA-LINHA THRU P300-FIM
              END-READ
           END-PERFORM

           CLOSE AVALEXT-REF
           CLOSE AVALEXT
           CLOSE DISCIPLINAS

           PERFORM P290-RESUMO-IMPORTACAO THRU P290-FIM
           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           MOVE 'AVAL-EXT'  TO AUD-OPERACAO
           MOVE 'AVALEXT'   TO AUD-ARQUIVO
           MOVE WS-ANO-AVAL TO AUD-CHAVE
           MOVE SPACE TO AUD-VALOR-ANTES
           MOVE SPACE TO AUD-VALOR-DEPOIS
           STRING 'LIDAS '         DELIMITED BY SIZE
                  WS-QTD-LIDAS     DELIMITED BY SIZE
                  ' GRAVADAS '     DELIMITED BY SIZE
                  WS-QTD-GRAVADAS  DELIMITED BY SIZE
                  ' REGRAVADAS '   DELIMITED BY SIZE
                  WS-QTD-REGRAVADAS DELIMITED BY SIZE
                  ' REJEITADAS '   DELIMITED BY SIZE
                  WS-QTD-REJEITADAS DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P250-CARREGA-CADASTRO.

           MOVE ZERO TO WS-CAD-QTD

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P250-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ALUNO-ATIVO
                       IF WS-CAD-QTD < 999
                          ADD 1 TO WS-CAD-QTD
                          MOVE ID-ALUNO TO WS-CAD-ID (WS-CAD-QTD)
                          MOVE INEP-ALUNO
                             TO WS-CAD-INEP (WS-CAD-QTD)
                          MOVE DT-NASC-ALUNO
                             TO WS-CAD-NASC (WS-CAD-QTD)
                          MOVE NM-ALUNO IN REG-ALUNO TO WS-NOME-IN
                          PERFORM P410-NORMALIZA-NOME THRU P410-FIM
                          MOVE WS-NOME-NORM
                             TO WS-CAD-NOME (WS-CAD-QTD)
                       ELSE
                          DISPLAY 'AVISO: CADASTRO COM MAIS DE 999 '
                                  'ALUNOS ATIVOS. EXCEDENTE IGNORADO.'
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           .
       P250-FIM.

       P290-RESUMO-IMPORTACAO.

           DISPLAY ' '
           DISPLAY 'RESUMO DA IMPORTACAO - ANO ' WS-ANO-AVAL
           DISPLAY 'LINHAS LIDAS:           ' WS-QTD-LIDAS
           DISPLAY 'GRAVADAS (NOVAS):       ' WS-QTD-GRAVADAS
           DISPLAY 'REGRAVADAS (REIMPORT.): ' WS-QTD-REGRAVADAS
           DISPLAY 'LOCALIZADOS POR INEP:   ' WS-QTD-POR-INEP
           DISPLAY 'LOCALIZADOS POR NOME:   ' WS-QTD-POR-NOME
           DISPLAY 'REJEITADAS:             ' WS-QTD-REJEITADAS

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'LINHAS LIDAS:' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-LIDAS TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'GRAVADAS (NOVAS):' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-GRAVADAS TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'REGRAVADAS (REIMPORT.):' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-REGRAVADAS TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'LOCALIZADOS POR INEP:' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-POR-INEP TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'LOCALIZADOS POR NOME:' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-POR-NOME TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'REJEITADAS:' TO WS-LINHA-SPOOL(1:24)
           MOVE WS-QTD-REJEITADAS TO WS-LINHA-SPOOL(25:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P290-FIM.

       P300-IMPORTA-LINHA.

           MOVE SPACE TO WS-MOTIVO-REJ

           IF AVR-NIVEL NOT NUMERIC OR AVR-NIVEL < 1 OR AVR-NIVEL > 4
              MOVE 'NIVEL INVALIDO' TO WS-MOTIVO-REJ
              PERFORM P390-REJEITA THRU P390-FIM
              GO TO P300-FIM
           END-IF

           IF AVR-COMPONENTE EQUAL SPACE
              MOVE 'COMPONENTE EM BRANCO' TO WS-MOTIVO-REJ
              PERFORM P390-REJEITA THRU P390-FIM
              GO TO P300-FIM
           END-IF

           PERFORM P310-LOCALIZA-ALUNO THRU P310-FIM
           IF WS-MOTIVO-REJ NOT EQUAL SPACE
              PERFORM P390-REJEITA THRU P390-FIM
              GO TO P300-FIM
           END-IF

           PERFORM P320-DISCIPLINA-COMPONENTE THRU P320-FIM
           IF WS-CP-DISC (WS-CP-ACHADO) EQUAL ZERO
              MOVE 'COMPONENTE SEM DISCIPLINA' TO WS-MOTIVO-REJ
              PERFORM P390-REJEITA THRU P390-FIM
              GO TO P300-FIM
           END-IF

           INITIALIZE REG-AVALEXT
           MOVE WS-CAD-ID (WS-CAD-ACHADO)  TO ID-ALUNO-AVX
           MOVE WS-ANO-AVAL                TO ANO-AVX
           MOVE AVR-COMPONENTE             TO COMPONENTE-AVX
           MOVE WS-CP-DISC (WS-CP-ACHADO)  TO ID-DISCIPLINA-AVX
           MOVE AVR-NIVEL                  TO NIVEL-AVX
           MOVE AVR-AVALIACAO              TO AVALIACAO-AVX
           MOVE WS-ORIGEM                  TO ORIGEM-AVX
           MOVE WS-DATA-HOJE               TO DT-CARGA-AVX
           MOVE LK-OPERADOR                TO OPERADOR-AVX

           WRITE REG-AVALEXT
              INVALID KEY
                 REWRITE REG-AVALEXT
                    INVALID KEY
                       MOVE 'ERRO DE GRAVACAO' TO WS-MOTIVO-REJ
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-REGRAVADAS
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO WS-QTD-GRAVADAS
           END-WRITE

           IF WS-MOTIVO-REJ NOT EQUAL SPACE
              PERFORM P390-REJEITA THRU P390-FIM
              GO TO P300-FIM
           END-IF

           IF AVX-POR-INEP
              ADD 1 TO WS-QTD-POR-INEP
           ELSE
              ADD 1 TO WS-QTD-POR-NOME
           END-IF
           .
       P300-FIM.

       P310-LOCALIZA-ALUNO.

      * Primeiro pelo INEP; sem INEP, ou INEP fora do cadastro, pelo
      * nome normalizado e data de nascimento. Mais de um aluno com
      * o mesmo nome e nascimento nao e resolvido aqui: a linha volta
      * para conferencia da coordenacao.
           MOVE ZERO TO WS-CAD-ACHADO
           MOVE SPACE TO WS-ORIGEM

           IF AVR-INEP NUMERIC AND AVR-INEP NOT EQUAL ZERO
              PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                 UNTIL WS-CAD-IDX > WS-CAD-QTD
                 IF WS-CAD-INEP (WS-CAD-IDX) EQUAL AVR-INEP
                    MOVE WS-CAD-IDX TO WS-CAD-ACHADO
                    MOVE WS-CAD-QTD TO WS-CAD-IDX
                 END-IF
              END-PERFORM
              IF WS-CAD-ACHADO NOT EQUAL ZERO
                 MOVE 'I' TO WS-ORIGEM
                 GO TO P310-FIM
              END-IF
           END-IF

           IF AVR-NASC NOT NUMERIC OR AVR-NASC EQUAL ZERO
              MOVE 'SEM INEP VALIDO E SEM NASC.' TO WS-MOTIVO-REJ
              GO TO P310-FIM
           END-IF

           MOVE AVR-NOME TO WS-NOME-IN
           PERFORM P410-NORMALIZA-NOME THRU P410-FIM

           MOVE ZERO TO WS-CAD-OCORR
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
              UNTIL WS-CAD-IDX > WS-CAD-QTD
              IF WS-CAD-NOME (WS-CAD-IDX) EQUAL WS-NOME-NORM AND
                 WS-CAD-NASC (WS-CAD-IDX) EQUAL AVR-NASC
                 ADD 1 TO WS-CAD-OCORR
                 MOVE WS-CAD-IDX TO WS-CAD-ACHADO
              END-IF
           END-PERFORM

           EVALUATE WS-CAD-OCORR
              WHEN 0
                 MOVE 'ALUNO NAO LOCALIZADO' TO WS-MOTIVO-REJ
              WHEN 1
                 MOVE 'N' TO WS-ORIGEM
              WHEN OTHER
                 MOVE ZERO TO WS-CAD-ACHADO
                 MOVE 'HOMONIMOS (MESMO NASCIMENTO)' TO WS-MOTIVO-REJ
           END-EVALUATE
           .
       P310-FIM.

       P320-DISCIPLINA-COMPONENTE.

      * Componente novo na carga: a coordenacao informa a disciplina
      * interna correspondente (zero ignora o componente).
           MOVE ZERO TO WS-CP-ACHADO
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-CP-QTD
              IF WS-CP-COD (WS-CP-IDX) EQUAL AVR-COMPONENTE
                 MOVE WS-CP-IDX TO WS-CP-ACHADO
                 MOVE WS-CP-QTD TO WS-CP-IDX
              END-IF
           END-PERFORM

           IF WS-CP-ACHADO NOT EQUAL ZERO
              GO TO P320-FIM
           END-IF

           IF WS-CP-QTD < 20
              ADD 1 TO WS-CP-QTD
           END-IF
           MOVE WS-CP-QTD TO WS-CP-ACHADO
           MOVE AVR-COMPONENTE TO WS-CP-COD (WS-CP-ACHADO)
           MOVE ZERO TO WS-CP-DISC (WS-CP-ACHADO)

           SET CP-VALIDO-OK TO FALSE
           PERFORM UNTIL CP-VALIDO-OK
              MOVE ZERO TO WS-CP-DISC-IN
              DISPLAY 'Disciplina interna do componente '
                      AVR-COMPONENTE ' (ID, 0 = ignorar): '
              ACCEPT WS-CP-DISC-IN
              IF WS-CP-DISC-IN NOT NUMERIC OR
                 WS-CP-DISC-IN EQUAL ZERO
                 MOVE ZERO TO WS-CP-DISC (WS-CP-ACHADO)
                 SET CP-VALIDO-OK TO TRUE
              ELSE
                 MOVE WS-CP-DISC-IN TO ID-DISCIPLINA IN REG-DISCIPLINA
                 READ DISCIPLINAS
                    KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                       INVALID KEY
                          DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                       NOT INVALID KEY
                          DISPLAY 'Componente ' AVR-COMPONENTE
                                  ' -> ' NM-DISCIPLINA IN REG-DISCIPLINA
                          MOVE WS-CP-DISC-IN
                             TO WS-CP-DISC (WS-CP-ACHADO)
                          SET CP-VALIDO-OK TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           .
       P320-FIM.

       P390-REJEITA.

           ADD 1 TO WS-QTD-REJEITADAS
           DISPLAY 'REJEITADA: INEP ' AVR-INEP ' ' AVR-NOME ' '
                   AVR-COMPONENTE ' - ' WS-MOTIVO-REJ

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE AVR-INEP       TO WS-LINHA-SPOOL(1:12)
           MOVE AVR-NOME       TO WS-LINHA-SPOOL(14:20)
           MOVE AVR-COMPONENTE TO WS-LINHA-SPOOL(35:2)
           MOVE WS-MOTIVO-REJ  TO WS-LINHA-SPOOL(38:30)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P390-FIM.

       P410-NORMALIZA-NOME.

           MOVE SPACE TO WS-NOME-NORM
           MOVE ZERO TO WS-NORM-POS
           MOVE SPACE TO WS-NORM-ANTERIOR

           INSPECT WS-NOME-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
              UNTIL WS-NORM-IDX > 20
              IF WS-NOME-IN(WS-NORM-IDX:1) EQUAL SPACE
                 IF WS-NORM-ANTERIOR NOT EQUAL SPACE AND
                    WS-NORM-POS < 20
                    ADD 1 TO WS-NORM-POS
                    MOVE SPACE TO WS-NOME-NORM(WS-NORM-POS:1)
                 END-IF
              ELSE
                 IF WS-NORM-POS < 20
                    ADD 1 TO WS-NORM-POS
                    MOVE WS-NOME-IN(WS-NORM-IDX:1)
                       TO WS-NOME-NORM(WS-NORM-POS:1)
                 END-IF
              END-IF
              MOVE WS-NOME-IN(WS-NORM-IDX:1) TO WS-NORM-ANTERIOR
           END-PERFORM
           .
       P410-FIM.

       P500-CONFRONTO.

      * Nivel externo ao lado da media e da situacao internas, para
      * a coordenacao justificar as divergencias junto a secretaria.
           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              GO TO P500-FIM
           END-IF

           DISPLAY 'Informe o ID da turma: '
           ACCEPT WS-TURMA-REL
           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-AVAL
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-AVAL '): '
           ACCEPT WS-ANO-AVAL
           IF WS-ANO-AVAL NOT NUMERIC OR WS-ANO-AVAL EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-AVAL
           END-IF
           DISPLAY 'Informe o ID da disciplina: '
           ACCEPT WS-DISC-REL

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DP
              GO TO P500-FIM
           END-IF
           MOVE WS-DISC-REL TO ID-DISCIPLINA IN REG-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                 INVALID KEY
                    MOVE SPACE TO WS-NM-DISC-REL
                 NOT INVALID KEY
                    MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                       TO WS-NM-DISC-REL
           END-READ
           CLOSE DISCIPLINAS
           IF WS-NM-DISC-REL EQUAL SPACE
              DISPLAY 'DISCIPLINA NAO CADASTRADA.'
              GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF FS-OK
              MOVE WS-TURMA-REL TO ID-TURMA
              READ TURMAS
                 KEY IS ID-TURMA
                    INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA.'
                       CLOSE TURMAS
                       GO TO P500-FIM
                    NOT INVALID KEY
                       DISPLAY 'Turma: ' DS-TURMA
              END-READ
              CLOSE TURMAS
           END-IF

           PERFORM P510-CARREGA-ELENCO THRU P510-FIM
           IF WS-EL-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO DA TURMA MATRICULADO NA '
                      'DISCIPLINA NO ANO.'
              GO TO P500-FIM
           END-IF

           MOVE ZERO TO WS-QTD-COM-NIVEL
           MOVE ZERO TO WS-QTD-SEM-NIVEL
           MOVE ZERO TO WS-QTD-APROV-ABAIXO
           MOVE ZERO TO WS-QTD-REPROV-PROFIC

           SET FS-NT-OK TO TRUE
           OPEN INPUT NOTAS
           SET FS-AVX-OK TO TRUE
           OPEN INPUT AVALEXT

           MOVE 'CONFRONTO AVAL.EXT.' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           PERFORM P520-CABECALHO THRU P520-FIM

           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-QTD
              PERFORM P530-LINHA-ALUNO THRU P530-FIM
           END-PERFORM

           IF FS-NT-OK
              CLOSE NOTAS
           END-IF
           IF FS-AVX-OK
              CLOSE AVALEXT
           END-IF

           PERFORM P590-RODAPE THRU P590-FIM
           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-CARREGA-ELENCO.

      * Alunos da turma no ano com matricula na disciplina, lidos
      * pela chave alternativa turma/ano da MATRICULA.
           MOVE ZERO TO WS-EL-QTD

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P510-FIM
           END-IF

           MOVE WS-TURMA-REL TO TURMA-MATRICULA
           MOVE WS-ANO-AVAL  TO ANO-MATRICULA
           SET EOF-OK TO FALSE
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-TURMA-MAT
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-REL OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-AVAL
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ID-DISCIPLINA-MAT EQUAL WS-DISC-REL
                          PERFORM P515-GUARDA-ALUNO THRU P515-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MATRICULA

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-QTD
              MOVE 'NAO CADASTRADO' TO WS-EL-NOME (WS-EL-IDX)
              IF FS-OK
                 MOVE WS-EL-ID (WS-EL-IDX) TO ID-ALUNO
                 READ ALUNOS
                    KEY IS ID-ALUNO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE NM-ALUNO IN REG-ALUNO
                             TO WS-EL-NOME (WS-EL-IDX)
                 END-READ
              END-IF
           END-PERFORM
           IF FS-OK
              CLOSE ALUNOS
           END-IF
           .
       P510-FIM.

       P515-GUARDA-ALUNO.

           MOVE 'N' TO WS-EL-ACHOU
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
              UNTIL WS-EL-IDX > WS-EL-QTD OR EL-ACHADO
              IF WS-EL-ID (WS-EL-IDX) EQUAL ID-ALUNO-MAT
                 MOVE 'S' TO WS-EL-ACHOU
              END-IF
           END-PERFORM

           IF NOT EL-ACHADO AND WS-EL-QTD < 500
              ADD 1 TO WS-EL-QTD
              MOVE ID-ALUNO-MAT TO WS-EL-ID (WS-EL-QTD)
              MOVE SPACE        TO WS-EL-NOME (WS-EL-QTD)
           END-IF
           .
       P515-FIM.

       P520-CABECALHO.

           DISPLAY ' '
           DISPLAY 'AVALIACAO EXTERNA X NOTAS - TURMA ' WS-TURMA-REL
                   ' ANO ' WS-ANO-AVAL
           DISPLAY 'DISCIPLINA ' WS-DISC-REL ' ' WS-NM-DISC-REL
           STRING 'TURMA '       DELIMITED BY SIZE
                  WS-TURMA-REL   DELIMITED BY SIZE
                  ' ANO '        DELIMITED BY SIZE
                  WS-ANO-AVAL    DELIMITED BY SIZE
                  ' DISCIPLINA ' DELIMITED BY SIZE
                  WS-DISC-REL    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-NM-DISC-REL DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-REL
           MOVE 'ALUNO'           TO WS-LINHA-REL(1:20)
           MOVE 'MEDIA'           TO WS-LINHA-REL(22:5)
           MOVE 'SITUACAO'        TO WS-LINHA-REL(28:10)
           MOVE 'NIVEL EXTERNO'   TO WS-LINHA-REL(39:14)
           MOVE 'DIVERGENCIA'     TO WS-LINHA-REL(54:11)
           DISPLAY WS-LINHA-REL
           MOVE WS-LINHA-REL TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P520-FIM.

       P530-LINHA-ALUNO.

           PERFORM P540-NOTA-INTERNA THRU P540-FIM
           PERFORM P550-NIVEL-EXTERNO THRU P550-FIM

           MOVE SPACE TO WS-LINHA-REL
           MOVE WS-EL-NOME (WS-EL-IDX) TO WS-LINHA-REL(1:20)

           IF TEM-NOTA-OK
              MOVE WS-MEDIA-INT TO WS-NOTA-ED
              MOVE WS-NOTA-ED TO WS-LINHA-REL(22:5)
              MOVE WS-SITUACAO-INT TO WS-LINHA-REL(28:10)
           ELSE
              MOVE '  -  ' TO WS-LINHA-REL(22:5)
              MOVE 'SEM NOTA' TO WS-LINHA-REL(28:10)
           END-IF

           EVALUATE WS-NIVEL-EXT
              WHEN 1
                 MOVE 'ABAIXO BASICO' TO WS-DS-NIVEL
              WHEN 2
                 MOVE 'BASICO' TO WS-DS-NIVEL
              WHEN 3
                 MOVE 'PROFICIENTE' TO WS-DS-NIVEL
              WHEN 4
                 MOVE 'AVANCADO' TO WS-DS-NIVEL
              WHEN OTHER
                 MOVE 'NAO AVALIADO' TO WS-DS-NIVEL
           END-EVALUATE
           MOVE WS-DS-NIVEL TO WS-LINHA-REL(39:14)

           IF WS-NIVEL-EXT EQUAL ZERO
              ADD 1 TO WS-QTD-SEM-NIVEL
           ELSE
              ADD 1 TO WS-QTD-COM-NIVEL
           END-IF

      * Aprovado na escola e abaixo do basico na prova externa, e o
      * inverso: reprovado na escola e proficiente ou avancado.
           IF TEM-NOTA-OK AND WS-SITUACAO-INT EQUAL 'APROVADO'
              AND WS-NIVEL-EXT EQUAL 1
              ADD 1 TO WS-QTD-APROV-ABAIXO
              MOVE 'APROV. X ABAIXO BASICO' TO WS-LINHA-REL(54:22)
           END-IF
           IF TEM-NOTA-OK AND WS-SITUACAO-INT EQUAL 'REPROVADO'
              AND WS-NIVEL-EXT > 2
              ADD 1 TO WS-QTD-REPROV-PROFIC
              MOVE 'REPROV. X PROFICIENTE' TO WS-LINHA-REL(54:21)
           END-IF

           DISPLAY WS-LINHA-REL
           MOVE WS-LINHA-REL TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P530-FIM.

       P540-NOTA-INTERNA.

      * Media e situacao do aluno na disciplina e ano, pela chave
      * alternativa de nome do NOTAS.
           SET TEM-NOTA-OK TO FALSE
           MOVE ZERO  TO WS-MEDIA-INT
           MOVE SPACE TO WS-SITUACAO-INT

           IF NOT FS-NT-OK
              GO TO P540-FIM
           END-IF

           MOVE WS-EL-NOME (WS-EL-IDX) TO NM-ALUNO IN REG-NOTAS
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
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL
                       WS-EL-NOME (WS-EL-IDX)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-LETIVO EQUAL WS-ANO-AVAL AND
                          ID-DISCIPLINA IN REG-NOTAS EQUAL WS-DISC-REL
                          SET TEM-NOTA-OK TO TRUE
                          MOVE MD-NOTA  TO WS-MEDIA-INT
                          MOVE ST-ALUNO TO WS-SITUACAO-INT
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P540-FIM.

       P550-NIVEL-EXTERNO.

      * Componentes do aluno no ano; vale o ligado a disciplina.
           MOVE ZERO TO WS-NIVEL-EXT

           IF NOT FS-AVX-OK
              GO TO P550-FIM
           END-IF

           MOVE WS-EL-ID (WS-EL-IDX) TO ID-ALUNO-AVX
           MOVE WS-ANO-AVAL          TO ANO-AVX
           MOVE LOW-VALUES           TO COMPONENTE-AVX
           START AVALEXT KEY IS NOT LESS THAN CHAVE-AVALEXT
              INVALID KEY
                 SET EOF-AVX-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-AVX-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-AVX-OK
              READ AVALEXT NEXT RECORD
                 AT END
                    SET EOF-AVX-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-AVX NOT EQUAL WS-EL-ID (WS-EL-IDX) OR
                       ANO-AVX NOT EQUAL WS-ANO-AVAL
                       SET EOF-AVX-OK TO TRUE
                    ELSE
                       IF ID-DISCIPLINA-AVX EQUAL WS-DISC-REL
                          MOVE NIVEL-AVX TO WS-NIVEL-EXT
                          SET EOF-AVX-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P550-FIM.

       P590-RODAPE.

           DISPLAY ' '
           DISPLAY 'ALUNOS NA TURMA/DISCIPLINA:   ' WS-EL-QTD
           DISPLAY 'COM NIVEL EXTERNO:            ' WS-QTD-COM-NIVEL
           DISPLAY 'SEM NIVEL EXTERNO:            ' WS-QTD-SEM-NIVEL
           DISPLAY 'APROVADOS ABAIXO DO BASICO:   '
                   WS-QTD-APROV-ABAIXO
           DISPLAY 'REPROVADOS PROFICIENTES:      '
                   WS-QTD-REPROV-PROFIC

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'ALUNOS NA TURMA/DISCIPLINA:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-EL-QTD TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'COM NIVEL EXTERNO:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-COM-NIVEL TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'SEM NIVEL EXTERNO:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-SEM-NIVEL TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'APROVADOS ABAIXO DO BASICO:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-APROV-ABAIXO TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'REPROVADOS PROFICIENTES:' TO WS-LINHA-SPOOL(1:30)
           MOVE WS-QTD-REPROV-PROFIC TO WS-LINHA-SPOOL(31:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P590-FIM.

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

           MOVE 'PROGAVEX' TO AUD-PROGRAMA
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
       END PROGRAM PROGAVEX.
