      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Merenda escolar: apura o quantitativo diario de
      *          refeicoes a partir das leituras da catraca do dia
      *          (o mesmo CATRACA_TXT que o PROGCATR lanca na
      *          frequencia geral, disciplina 0), por unidade, turno
      *          e turma, separando as porcoes de dieta especial dos
      *          alunos com restricao alimentar na ficha de saude.
      *          O dia apurado fica gravado no arquivo MERENDA e o
      *          resumo mensal sai no spool de relatorios no modelo
      *          do demonstrativo de refeicoes servidas da prestacao
      *          de contas do PNAE, no lugar da estimativa pelo
      *          numero de matriculados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMERE.


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
           ALTERNATE RECORD KEY NM-ALUNO
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
           FILE STATUS IS WS-FS.

           SELECT SAUDE ASSIGN TO
           WS-CAMINHO-SAUDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-SAU
           FILE STATUS IS WS-FS-SAU.

           SELECT CATRACA ASSIGN TO
           WS-CAMINHO-CATRACA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAT.

           SELECT MERENDA ASSIGN TO
           WS-CAMINHO-MERENDA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MERENDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MER.

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

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  SAUDE.
           COPY FD-SAUDE.

       FD  CATRACA.
       01  REG-CATRACA                        PIC X(20).

       FD  MERENDA.
           COPY FD-MERENDA.

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
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-SAUDE                  PIC X(80).
       01  WS-CAMINHO-CATRACA                PIC X(80).
       01  WS-CAMINHO-MERENDA                PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-SAU                         PIC 99.
           88 FS-SAU-OK                      VALUE 0.

       77  WS-FS-CAT                         PIC 99.
           88 FS-CAT-OK                      VALUE 0.

       77  WS-FS-MER                         PIC 99.
           88 FS-MER-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

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

       01  WS-DATA-DIA                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-DIA.
           03 WS-DIA-ANO                     PIC 9(04).
           03 WS-DIA-MES                     PIC 9(02).
           03 WS-DIA-DIA                     PIC 9(02).

       01  WS-MES-REF                        PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES WS-MES-REF.
           03 WS-REF-ANO                     PIC 9(04).
           03 WS-REF-MES                     PIC 9(02).
       77  WS-DATA-INI-MES                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-FIM-MES                   PIC 9(08) VALUE ZERO.
       77  WS-UNIDADE-FILTRO                 PIC X(04) VALUE SPACE.

       01  WS-LINHA-CAT                      PIC X(20) VALUE SPACE.
       01  WS-CAT-CARTAO                     PIC X(08) VALUE SPACE.
       01  WS-CAT-CARTAO-NUM REDEFINES WS-CAT-CARTAO
                                             PIC 9(08).
       01  WS-CAT-DATA                       PIC X(08) VALUE SPACE.
       01  WS-CAT-DATA-NUM REDEFINES WS-CAT-DATA
                                             PIC 9(08).

      * Alunos ativos do cadastro: carteirinha, unidade, turma do ano
      * da data apurada, marca de dieta especial e de presenca.
       77  WS-AL-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-AL-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-AL-FORA-LIMITE                 PIC 9(05) VALUE ZERO.
       77  WS-AL-ACHOU                       PIC X VALUE 'N'.
           88 AL-ACHADO                      VALUE 'S'.

       01  WS-TAB-ALUNOS.
           03 WS-AL-ITEM OCCURS 2000 TIMES.
              05 WS-AL-ID                    PIC 9(05).
              05 WS-AL-CARTEIRA              PIC 9(08).
              05 WS-AL-UNIDADE               PIC X(04).
              05 WS-AL-TURMA                 PIC 9(05).
              05 WS-AL-DIETA                 PIC X(01).
              05 WS-AL-PRESENTE              PIC X(01).

      * Totais do dia por turma. O aluno ativo sem turma no ano da
      * data apurada fica fora da tabela, nos totais SEM TURMA (no
      * MERENDA, turma 0; unidade em branco se forem de mais de uma).
       77  WS-TM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TM-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-TM-ACHOU                       PIC X VALUE 'N'.
           88 TM-ACHADO                      VALUE 'S'.

       01  WS-TAB-TURMAS.
           03 WS-TM-ITEM OCCURS 200 TIMES.
              05 WS-TM-ID                    PIC 9(05).
              05 WS-TM-DS                    PIC X(20).
              05 WS-TM-UNIDADE               PIC X(04).
              05 WS-TM-TURNO                 PIC X(01).
              05 WS-TM-MATRIC                PIC 9(04).
              05 WS-TM-PRESENTES             PIC 9(04).
              05 WS-TM-DIETA                 PIC 9(04).

       77  WS-ST-MATRIC                      PIC 9(04) VALUE ZERO.
       77  WS-ST-PRESENTES                   PIC 9(04) VALUE ZERO.
       77  WS-ST-DIETA                       PIC 9(04) VALUE ZERO.
       77  WS-ST-UNIDADE                     PIC X(04) VALUE SPACE.

       77  WS-CONT-LEITURAS                  PIC 9(05) VALUE ZERO.
       77  WS-CONT-PRESENTES                 PIC 9(05) VALUE ZERO.
       77  WS-CONT-DIETA                     PIC 9(05) VALUE ZERO.
       77  WS-CONT-MATRIC                    PIC 9(05) VALUE ZERO.
       77  WS-CONT-SEM-CARTAO                PIC 9(05) VALUE ZERO.
       77  WS-CONT-DESCONHEC                 PIC 9(05) VALUE ZERO.
       77  WS-CONT-GRAVADOS                  PIC 9(05) VALUE ZERO.

      * Acumuladores do resumo mensal: por unidade, dia do mes e
      * turno (1 = manha, 2 = tarde, 3 = noite, 4 = sem turno).
       77  WS-UN-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-UN-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-UN-ACHOU                       PIC X VALUE 'N'.
           88 UN-ACHADO                      VALUE 'S'.
       77  WS-DIA-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-TRN-IDX                        PIC 9(01) VALUE ZERO.

       01  WS-TAB-UNIDADES.
           03 WS-UN-ITEM OCCURS 10 TIMES.
              05 WS-UN-ID                    PIC X(04).
              05 WS-UN-DIA OCCURS 31 TIMES.
                 07 WS-UN-REF-TURNO          PIC 9(05) OCCURS 4 TIMES.
                 07 WS-UN-DIETA-DIA          PIC 9(05).
                 07 WS-UN-MATRIC-DIA         PIC 9(05).

       77  WS-RM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-RM-IDX                         PIC 9(03) VALUE ZERO.

       01  WS-TAB-RESUMO-TURMA.
           03 WS-RM-ITEM OCCURS 200 TIMES.
              05 WS-RM-UNIDADE               PIC X(04).
              05 WS-RM-TURMA                 PIC 9(05).
              05 WS-RM-TURNO                 PIC X(01).
              05 WS-RM-REFEICOES             PIC 9(06).
              05 WS-RM-DIETA                 PIC 9(06).
              05 WS-RM-DIAS                  PIC 9(02).

       77  WS-TOT-DIA                        PIC 9(06) VALUE ZERO.
       01  WS-TAB-TOT-TURNO.
           03 WS-TOT-TURNO                   PIC 9(07) OCCURS 4 TIMES.
       77  WS-TOT-DIETA                      PIC 9(07) VALUE ZERO.
       77  WS-TOT-GERAL                      PIC 9(07) VALUE ZERO.
       77  WS-TOT-MATRIC                     PIC 9(07) VALUE ZERO.
       77  WS-DIAS-ATEND                     PIC 9(02) VALUE ZERO.
       77  WS-MEDIA-DIARIA                   PIC 9(05)V99 VALUE ZERO.
       77  WS-MEDIA-MATRIC                   PIC 9(05)V99 VALUE ZERO.
       77  WS-PCT-ATEND                      PIC 9(03)V99 VALUE ZERO.

       01  WS-LIN-DIA.
           03 WS-LD-DIA                      PIC Z9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LD-MANHA                    PIC ZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LD-TARDE                    PIC ZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LD-NOITE                    PIC ZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LD-OUTROS                   PIC ZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LD-TOTAL                    PIC ZZZZZ9.
           03 FILLER                         PIC X(04) VALUE SPACE.
           03 WS-LD-DIETA                    PIC ZZZZ9.
           03 FILLER                         PIC X(05) VALUE SPACE.
           03 WS-LD-MATRIC                   PIC ZZZZ9.

       01  WS-LIN-TURMA.
           03 WS-LT-TURMA                    PIC 9(05).
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LT-TURNO                    PIC X(01).
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LT-MATRIC                   PIC ZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LT-REFEICOES                PIC ZZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LT-DIETA                    PIC ZZZZZ9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LT-DIAS                     PIC Z9.

       77  WS-ED-QTD                         PIC ZZZZZZ9.
       77  WS-ED-MEDIA                       PIC ZZZZ9,99.
       77  WS-ED-PCT                         PIC ZZ9,99.

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
           DISPLAY 'MERENDA ESCOLAR - REFEICOES SERVIDAS (CATRACA)'
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

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SAUDE FROM ENVIRONMENT 'SAUDE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SAUDE.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-SAUDE
           END-ACCEPT

           ACCEPT WS-CAMINHO-CATRACA FROM ENVIRONMENT 'CATRACA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CATRACA.txt'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-CATRACA
           END-ACCEPT

           ACCEPT WS-CAMINHO-MERENDA FROM ENVIRONMENT 'MERENDA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MERENDA.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-MERENDA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Apurar Refeicoes do Dia (Catraca)       |'
           DISPLAY '|     2 - Consultar Quantitativo de um Dia        |'
           DISPLAY '|     3 - Resumo Mensal PNAE (Spool)              |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-APURA-DIA THRU P200-FIM
              WHEN '2'
                 PERFORM P400-CONSULTA-DIA THRU P400-FIM
              WHEN '3'
                 PERFORM P500-RESUMO-MENSAL THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-APURA-DIA.

      * Apuracao do dia: cada aluno ativo com leitura na catraca na
      * data conta uma refeicao na sua turma; os que tem restricao
      * alimentar na ficha de saude contam tambem como porcao de
      * dieta especial. Reapurar o mesmo dia substitui os totais.
           DISPLAY 'Informe a data do movimento (AAAAMMDD): '
           ACCEPT WS-DATA-DIA

           IF WS-DATA-DIA NOT NUMERIC OR WS-DATA-DIA EQUAL ZERO OR
              WS-DIA-MES < 1 OR WS-DIA-MES > 12 OR
              WS-DIA-DIA < 1 OR WS-DIA-DIA > 31
              DISPLAY 'DATA INVALIDA.'
              GO TO P200-FIM
           END-IF

           PERFORM P210-CARREGA-ALUNOS THRU P210-FIM
           IF WS-AL-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO ATIVO NO CADASTRO.'
              GO TO P200-FIM
           END-IF

           PERFORM P220-TURMA-DOS-ALUNOS THRU P220-FIM
           PERFORM P230-MARCA-DIETA THRU P230-FIM

           PERFORM P240-LE-CATRACA THRU P240-FIM
           IF WS-FS-CAT NOT EQUAL ZERO AND WS-FS-CAT NOT EQUAL 10
              GO TO P200-FIM
           END-IF

           PERFORM P250-TOTALIZA-TURMAS THRU P250-FIM
           PERFORM P260-MOSTRA-DIA THRU P260-FIM

           IF WS-CONT-LEITURAS EQUAL ZERO
              DISPLAY 'NENHUMA LEITURA DA CATRACA NA DATA INFORMADA. '
                      'NADA A GRAVAR.'
              GO TO P200-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'TECLE <S> para gravar o quantitativo do dia ou '
                   '<QUALQUER TECLA> para so conferir: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S' OR 's'
              PERFORM P270-GRAVA-MERENDA THRU P270-FIM
           ELSE
              DISPLAY 'NADA FOI GRAVADO.'
           END-IF
           .
       P200-FIM.

       P210-CARREGA-ALUNOS.

           MOVE ZERO TO WS-AL-QTD
           MOVE ZERO TO WS-AL-FORA-LIMITE
           MOVE ZERO TO WS-CONT-SEM-CARTAO

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P210-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF SITUACAO-ALUNO NOT EQUAL 'I' AND
                       WS-AL-QTD NOT LESS THAN 2000
                       ADD 1 TO WS-AL-FORA-LIMITE
                    END-IF
                    IF SITUACAO-ALUNO NOT EQUAL 'I' AND
                       WS-AL-QTD < 2000
                       ADD 1 TO WS-AL-QTD
                       MOVE ID-ALUNO TO WS-AL-ID (WS-AL-QTD)
                       IF CARTEIRA-ALUNO NUMERIC
                          MOVE CARTEIRA-ALUNO
                             TO WS-AL-CARTEIRA (WS-AL-QTD)
                       ELSE
                          MOVE ZERO TO WS-AL-CARTEIRA (WS-AL-QTD)
                       END-IF
                       IF WS-AL-CARTEIRA (WS-AL-QTD) EQUAL ZERO
                          ADD 1 TO WS-CONT-SEM-CARTAO
                       END-IF
                       MOVE UNIDADE-ALUNO TO WS-AL-UNIDADE (WS-AL-QTD)
                       MOVE ZERO TO WS-AL-TURMA (WS-AL-QTD)
                       MOVE 'N' TO WS-AL-DIETA (WS-AL-QTD)
                       MOVE 'N' TO WS-AL-PRESENTE (WS-AL-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS

           IF WS-AL-FORA-LIMITE GREATER THAN ZERO
              DISPLAY 'LIMITE DE ALUNOS ATINGIDO (2000). '
                      WS-AL-FORA-LIMITE ' ALUNO(S) ATIVO(S) FORA DA '
                      'APURACAO DO DIA.'
           END-IF
           .
       P210-FIM.

       P220-TURMA-DOS-ALUNOS.

      * Turma do aluno no ano da data apurada, pela matricula.
           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'AVISO: MATRICULA INDISPONIVEL (FILE STATUS '
                      WS-FS '). ALUNOS CONTADOS SEM TURMA.'
              GO TO P220-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-MATRICULA NUMERIC AND
                       ANO-MATRICULA EQUAL WS-DIA-ANO AND
                       TURMA-MATRICULA NUMERIC AND
                       TURMA-MATRICULA NOT EQUAL ZERO
                       PERFORM P225-ATRIBUI-TURMA THRU P225-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           .
       P220-FIM.

       P225-ATRIBUI-TURMA.

           MOVE 'N' TO WS-AL-ACHOU
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD OR AL-ACHADO
              IF WS-AL-ID (WS-AL-IDX) EQUAL ID-ALUNO-MAT
                 MOVE 'S' TO WS-AL-ACHOU
                 IF WS-AL-TURMA (WS-AL-IDX) EQUAL ZERO
                    MOVE TURMA-MATRICULA TO WS-AL-TURMA (WS-AL-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
       P225-FIM.

       P230-MARCA-DIETA.

      * Restricao alimentar preenchida na ficha de saude = porcao de
      * dieta especial (mesmo criterio da lista do PROGSAUD).
           SET FS-SAU-OK TO TRUE
           OPEN INPUT SAUDE
           IF NOT FS-SAU-OK
              GO TO P230-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SAUDE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF RESTR-ALIMENTAR-SAU NOT EQUAL SPACE
                       MOVE 'N' TO WS-AL-ACHOU
                       PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                          UNTIL WS-AL-IDX > WS-AL-QTD OR AL-ACHADO
                          IF WS-AL-ID (WS-AL-IDX) EQUAL ID-ALUNO-SAU
                             MOVE 'S' TO WS-AL-ACHOU
                             MOVE 'S' TO WS-AL-DIETA (WS-AL-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SAUDE
           .
       P230-FIM.

       P240-LE-CATRACA.

           MOVE ZERO TO WS-CONT-LEITURAS
           MOVE ZERO TO WS-CONT-DESCONHEC

           SET FS-CAT-OK TO TRUE
           OPEN INPUT CATRACA
           IF WS-FS-CAT EQUAL 35
              DISPLAY 'ARQUIVO DA CATRACA NAO ENCONTRADO: '
                      WS-CAMINHO-CATRACA
              GO TO P240-FIM
           END-IF
           IF NOT FS-CAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DA CATRACA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CAT
              GO TO P240-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CATRACA NEXT RECORD INTO WS-LINHA-CAT
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P245-PROCESSA-LEITURA THRU P245-FIM
              END-READ
           END-PERFORM
           CLOSE CATRACA
           MOVE ZERO TO WS-FS-CAT
           .
       P240-FIM.

       P245-PROCESSA-LEITURA.

           MOVE SPACE TO WS-CAT-CARTAO
           MOVE SPACE TO WS-CAT-DATA
           UNSTRING WS-LINHA-CAT DELIMITED BY ';'
              INTO WS-CAT-CARTAO, WS-CAT-DATA

           IF WS-CAT-CARTAO NOT NUMERIC
              ADD 1 TO WS-CONT-DESCONHEC
              GO TO P245-FIM
           END-IF

      * leitura de outro dia no mesmo arquivo: fora desta apuracao
           IF WS-CAT-DATA NUMERIC AND
              WS-CAT-DATA-NUM NOT EQUAL WS-DATA-DIA
              GO TO P245-FIM
           END-IF

           ADD 1 TO WS-CONT-LEITURAS

      * a segunda leitura do mesmo cartao nao gera outra refeicao
           MOVE 'N' TO WS-AL-ACHOU
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD OR AL-ACHADO
              IF WS-AL-CARTEIRA (WS-AL-IDX) EQUAL WS-CAT-CARTAO-NUM
                 AND WS-AL-CARTEIRA (WS-AL-IDX) NOT EQUAL ZERO
                 MOVE 'S' TO WS-AL-ACHOU
                 MOVE 'S' TO WS-AL-PRESENTE (WS-AL-IDX)
              END-IF
           END-PERFORM

           IF NOT AL-ACHADO
              ADD 1 TO WS-CONT-DESCONHEC
           END-IF
           .
       P245-FIM.

       P250-TOTALIZA-TURMAS.

           MOVE ZERO TO WS-TM-QTD
           MOVE ZERO TO WS-CONT-PRESENTES
           MOVE ZERO TO WS-CONT-DIETA
           MOVE ZERO TO WS-CONT-MATRIC
           MOVE ZERO TO WS-ST-MATRIC
           MOVE ZERO TO WS-ST-PRESENTES
           MOVE ZERO TO WS-ST-DIETA
           MOVE SPACE TO WS-ST-UNIDADE

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              DISPLAY 'AVISO: TURMAS INDISPONIVEL (FILE STATUS '
                      WS-FS '). TURNO NAO IDENTIFICADO.'
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              PERFORM P255-ACUMULA-TURMA THRU P255-FIM
           END-PERFORM

           CLOSE TURMAS
           .
       P250-FIM.

       P255-ACUMULA-TURMA.

           IF WS-AL-TURMA (WS-AL-IDX) EQUAL ZERO
              PERFORM P257-ACUMULA-SEM-TURMA THRU P257-FIM
              GO TO P255-FIM
           END-IF

           MOVE 'N' TO WS-TM-ACHOU
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD OR TM-ACHADO
              IF WS-TM-ID (WS-TM-IDX) EQUAL WS-AL-TURMA (WS-AL-IDX)
                 MOVE 'S' TO WS-TM-ACHOU
              END-IF
           END-PERFORM

           IF TM-ACHADO
              SUBTRACT 1 FROM WS-TM-IDX
           ELSE
              IF WS-TM-QTD NOT < 200
                 GO TO P255-FIM
              END-IF
              ADD 1 TO WS-TM-QTD
              MOVE WS-TM-QTD TO WS-TM-IDX
              MOVE WS-AL-TURMA (WS-AL-IDX) TO WS-TM-ID (WS-TM-IDX)
              MOVE 'NAO CADASTRADA' TO WS-TM-DS (WS-TM-IDX)
              MOVE WS-AL-UNIDADE (WS-AL-IDX)
                 TO WS-TM-UNIDADE (WS-TM-IDX)
              MOVE SPACE TO WS-TM-TURNO (WS-TM-IDX)
              MOVE ZERO TO WS-TM-MATRIC (WS-TM-IDX)
              MOVE ZERO TO WS-TM-PRESENTES (WS-TM-IDX)
              MOVE ZERO TO WS-TM-DIETA (WS-TM-IDX)
              IF FS-OK
                 MOVE WS-AL-TURMA (WS-AL-IDX) TO ID-TURMA
                 READ TURMAS
                    KEY IS ID-TURMA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE DS-TURMA TO WS-TM-DS (WS-TM-IDX)
                          MOVE TURNO-TURMA TO WS-TM-TURNO (WS-TM-IDX)
                          IF UNID-TURMA NOT EQUAL SPACE
                             MOVE UNID-TURMA
                                TO WS-TM-UNIDADE (WS-TM-IDX)
                          END-IF
                 END-READ
              END-IF
           END-IF

           ADD 1 TO WS-TM-MATRIC (WS-TM-IDX)
           ADD 1 TO WS-CONT-MATRIC
           IF WS-AL-PRESENTE (WS-AL-IDX) EQUAL 'S'
              ADD 1 TO WS-TM-PRESENTES (WS-TM-IDX)
              ADD 1 TO WS-CONT-PRESENTES
              IF WS-AL-DIETA (WS-AL-IDX) EQUAL 'S'
                 ADD 1 TO WS-TM-DIETA (WS-TM-IDX)
                 ADD 1 TO WS-CONT-DIETA
              END-IF
           END-IF
           .
       P255-FIM.

       P257-ACUMULA-SEM-TURMA.

           IF WS-ST-MATRIC EQUAL ZERO
              MOVE WS-AL-UNIDADE (WS-AL-IDX) TO WS-ST-UNIDADE
           ELSE
              IF WS-AL-UNIDADE (WS-AL-IDX) NOT EQUAL WS-ST-UNIDADE
                 MOVE SPACE TO WS-ST-UNIDADE
              END-IF
           END-IF

           ADD 1 TO WS-ST-MATRIC
           ADD 1 TO WS-CONT-MATRIC
           IF WS-AL-PRESENTE (WS-AL-IDX) EQUAL 'S'
              ADD 1 TO WS-ST-PRESENTES
              ADD 1 TO WS-CONT-PRESENTES
              IF WS-AL-DIETA (WS-AL-IDX) EQUAL 'S'
                 ADD 1 TO WS-ST-DIETA
                 ADD 1 TO WS-CONT-DIETA
              END-IF
           END-IF
           .
       P257-FIM.

       P260-MOSTRA-DIA.

           DISPLAY ' '
           DISPLAY 'REFEICOES DO DIA ' WS-DATA-DIA
           DISPLAY 'UNID TURMA TURNO DESCRICAO            MATRIC. '
                   'REFEIC. D.ESP.'
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD
              DISPLAY WS-TM-UNIDADE (WS-TM-IDX) ' '
                      WS-TM-ID (WS-TM-IDX) '   '
                      WS-TM-TURNO (WS-TM-IDX) '   '
                      WS-TM-DS (WS-TM-IDX) ' '
                      WS-TM-MATRIC (WS-TM-IDX) '    '
                      WS-TM-PRESENTES (WS-TM-IDX) '    '
                      WS-TM-DIETA (WS-TM-IDX)
           END-PERFORM

           IF WS-ST-MATRIC GREATER THAN ZERO
              DISPLAY ' '
              DISPLAY 'ALUNOS ATIVOS SEM TURMA NO ANO ' WS-DIA-ANO
              DISPLAY 'UNID ALUNO PRESENTE D.ESP.'
              PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-QTD
                 IF WS-AL-TURMA (WS-AL-IDX) EQUAL ZERO
                    DISPLAY WS-AL-UNIDADE (WS-AL-IDX) ' '
                            WS-AL-ID (WS-AL-IDX) '    '
                            WS-AL-PRESENTE (WS-AL-IDX) '       '
                            WS-AL-DIETA (WS-AL-IDX)
                 END-IF
              END-PERFORM
              DISPLAY 'TOTAL SEM TURMA: ' WS-ST-MATRIC ' ALUNO(S), '
                      WS-ST-PRESENTES ' REFEICAO(OES), '
                      WS-ST-DIETA ' DIETA ESPECIAL'
           END-IF

           DISPLAY ' '
           DISPLAY 'LEITURAS DO DIA:             ' WS-CONT-LEITURAS
           DISPLAY 'ALUNOS ATIVOS:               ' WS-CONT-MATRIC
           DISPLAY 'REFEICOES (ALUNOS PRESENTES):' WS-CONT-PRESENTES
           DISPLAY 'PORCOES DE DIETA ESPECIAL:   ' WS-CONT-DIETA
           DISPLAY 'CARTOES NAO IDENTIFICADOS:   ' WS-CONT-DESCONHEC
           IF WS-CONT-SEM-CARTAO GREATER THAN ZERO
              DISPLAY 'AVISO: ' WS-CONT-SEM-CARTAO ' ALUNO(S) ATIVO(S) '
                      'SEM CARTEIRINHA NAO ENTRAM NA CONTAGEM '
                      '(EMITA NO MENU DA CATRACA).'
           END-IF
           .
       P260-FIM.

       P270-GRAVA-MERENDA.

           MOVE ZERO TO WS-CONT-GRAVADOS

           SET FS-MER-OK TO TRUE
           OPEN I-O MERENDA

           IF WS-FS-MER EQUAL 35
              OPEN OUTPUT MERENDA
              CLOSE MERENDA
              OPEN I-O MERENDA
           END-IF

           IF NOT FS-MER-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MERENDA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MER
              GO TO P270-FIM
           END-IF

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD
              MOVE WS-DATA-DIA           TO DATA-MER
              MOVE WS-TM-ID (WS-TM-IDX)  TO TURMA-MER
              READ MERENDA
                 KEY IS CHAVE-MERENDA
                    INVALID KEY
                       PERFORM P275-MONTA-MERENDA THRU P275-FIM
                       WRITE REG-MERENDA
                       END-WRITE
                    NOT INVALID KEY
                       PERFORM P275-MONTA-MERENDA THRU P275-FIM
                       REWRITE REG-MERENDA
              END-READ
              IF FS-MER-OK OR WS-FS-MER EQUAL 02
                 ADD 1 TO WS-CONT-GRAVADOS
              ELSE
                 DISPLAY 'ERRO AO GRAVAR A TURMA '
                         WS-TM-ID (WS-TM-IDX)
                         ' (FILE STATUS ' WS-FS-MER ').'
              END-IF
           END-PERFORM

      * Alunos sem turma: registro da turma 0 do dia. Sem eles, a
      * turma 0 de uma apuracao anterior do mesmo dia e removida.
           MOVE WS-DATA-DIA TO DATA-MER
           MOVE ZERO        TO TURMA-MER
           READ MERENDA
              KEY IS CHAVE-MERENDA
                 INVALID KEY
                    IF WS-ST-MATRIC GREATER THAN ZERO
                       PERFORM P276-MONTA-SEM-TURMA THRU P276-FIM
                       WRITE REG-MERENDA
                       END-WRITE
                    END-IF
                 NOT INVALID KEY
                    IF WS-ST-MATRIC GREATER THAN ZERO
                       PERFORM P276-MONTA-SEM-TURMA THRU P276-FIM
                       REWRITE REG-MERENDA
                    ELSE
                       DELETE MERENDA RECORD
                    END-IF
           END-READ
           IF WS-ST-MATRIC GREATER THAN ZERO
              IF FS-MER-OK OR WS-FS-MER EQUAL 02
                 ADD 1 TO WS-CONT-GRAVADOS
              ELSE
                 DISPLAY 'ERRO AO GRAVAR OS ALUNOS SEM TURMA '
                         '(FILE STATUS ' WS-FS-MER ').'
              END-IF
           END-IF

           CLOSE MERENDA

           MOVE 'APURACAO'   TO AUD-OPERACAO
           MOVE 'MERENDA'    TO AUD-ARQUIVO
           MOVE WS-DATA-DIA  TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'DIA '            DELIMITED BY SIZE
                  WS-DATA-DIA       DELIMITED BY SIZE
                  ' REFEICOES '     DELIMITED BY SIZE
                  WS-CONT-PRESENTES DELIMITED BY SIZE
                  ' DIETA ESPECIAL ' DELIMITED BY SIZE
                  WS-CONT-DIETA     DELIMITED BY SIZE
                  ' TURMAS '        DELIMITED BY SIZE
                  WS-CONT-GRAVADOS  DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           DISPLAY WS-CONT-GRAVADOS ' TURMA(S) GRAVADA(S) NO '
                   'QUANTITATIVO DO DIA ' WS-DATA-DIA '.'
           .
       P270-FIM.

       P275-MONTA-MERENDA.

           MOVE WS-DATA-DIA                  TO DATA-MER
           MOVE WS-TM-ID (WS-TM-IDX)         TO TURMA-MER
           MOVE WS-TM-UNIDADE (WS-TM-IDX)    TO UNIDADE-MER
           MOVE WS-TM-TURNO (WS-TM-IDX)      TO TURNO-MER
           MOVE WS-TM-MATRIC (WS-TM-IDX)     TO MATRICULADOS-MER
           MOVE WS-TM-PRESENTES (WS-TM-IDX)  TO REFEICOES-MER
           MOVE WS-TM-DIETA (WS-TM-IDX)      TO DIETA-ESP-MER
           MOVE LK-OPERADOR                  TO OPERADOR-MER
           ACCEPT DATA-APUR-MER FROM DATE YYYYMMDD
           .
       P275-FIM.

       P276-MONTA-SEM-TURMA.

           MOVE WS-DATA-DIA                  TO DATA-MER
           MOVE ZERO                         TO TURMA-MER
           MOVE WS-ST-UNIDADE                TO UNIDADE-MER
           MOVE SPACE                        TO TURNO-MER
           MOVE WS-ST-MATRIC                 TO MATRICULADOS-MER
           MOVE WS-ST-PRESENTES              TO REFEICOES-MER
           MOVE WS-ST-DIETA                  TO DIETA-ESP-MER
           MOVE LK-OPERADOR                  TO OPERADOR-MER
           ACCEPT DATA-APUR-MER FROM DATE YYYYMMDD
           .
       P276-FIM.

       P400-CONSULTA-DIA.

           DISPLAY 'Informe a data (AAAAMMDD): '
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA NOT NUMERIC OR WS-DATA-DIA EQUAL ZERO
              DISPLAY 'DATA INVALIDA.'
              GO TO P400-FIM
           END-IF

           SET FS-MER-OK TO TRUE
           OPEN INPUT MERENDA
           IF NOT FS-MER-OK
              DISPLAY 'NENHUM DIA APURADO AINDA.'
              GO TO P400-FIM
           END-IF

           MOVE ZERO TO WS-CONT-PRESENTES
           MOVE ZERO TO WS-CONT-DIETA
           MOVE ZERO TO WS-CONT-MATRIC

           MOVE WS-DATA-DIA TO DATA-MER
           MOVE ZERO        TO TURMA-MER
           START MERENDA KEY IS GREATER THAN OR EQUAL CHAVE-MERENDA
              INVALID KEY
                 DISPLAY 'DIA NAO APURADO.'
                 CLOSE MERENDA
                 GO TO P400-FIM
           END-START

           DISPLAY ' '
           DISPLAY 'QUANTITATIVO DO DIA ' WS-DATA-DIA
           DISPLAY 'UNID TURMA TURNO MATRIC. REFEIC. D.ESP.'

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MERENDA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-MER NOT EQUAL WS-DATA-DIA
                       SET EOF-OK TO TRUE
                    ELSE
                       DISPLAY UNIDADE-MER ' ' TURMA-MER '   '
                               TURNO-MER '   ' MATRICULADOS-MER
                               '    ' REFEICOES-MER '    '
                               DIETA-ESP-MER
                       ADD MATRICULADOS-MER TO WS-CONT-MATRIC
                       ADD REFEICOES-MER    TO WS-CONT-PRESENTES
                       ADD DIETA-ESP-MER    TO WS-CONT-DIETA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MERENDA

           DISPLAY 'TOTAL: MATRICULADOS ' WS-CONT-MATRIC
                   ' REFEICOES ' WS-CONT-PRESENTES
                   ' DIETA ESPECIAL ' WS-CONT-DIETA
           .
       P400-FIM.

       P500-RESUMO-MENSAL.

      * Demonstrativo mensal de refeicoes servidas para a prestacao
      * de contas do PNAE: por unidade, uma linha por dia de
      * atendimento com as refeicoes por turno, as porcoes de dieta
      * especial e o efetivo matriculado do dia; totais do mes, dias
      * de atendimento, media diaria e o quadro por turma.
           DISPLAY 'Informe o mes de referencia (AAAAMM): '
           ACCEPT WS-MES-REF
           IF WS-MES-REF NOT NUMERIC OR
              WS-REF-MES < 1 OR WS-REF-MES > 12
              DISPLAY 'MES INVALIDO.'
              GO TO P500-FIM
           END-IF

           MOVE LK-UNIDADE TO WS-UNIDADE-FILTRO
           IF WS-UNIDADE-FILTRO EQUAL SPACE
              DISPLAY 'Informe a unidade (brancos para todas): '
              ACCEPT WS-UNIDADE-FILTRO
           END-IF

           COMPUTE WS-DATA-INI-MES = WS-MES-REF * 100 + 1
           COMPUTE WS-DATA-FIM-MES = WS-MES-REF * 100 + 31

           INITIALIZE WS-TAB-UNIDADES
           INITIALIZE WS-TAB-RESUMO-TURMA
           MOVE ZERO TO WS-UN-QTD
           MOVE ZERO TO WS-RM-QTD

           SET FS-MER-OK TO TRUE
           OPEN INPUT MERENDA
           IF NOT FS-MER-OK
              DISPLAY 'NENHUM DIA APURADO AINDA.'
              GO TO P500-FIM
           END-IF

           MOVE WS-DATA-INI-MES TO DATA-MER
           MOVE ZERO            TO TURMA-MER
           START MERENDA KEY IS GREATER THAN OR EQUAL CHAVE-MERENDA
              INVALID KEY
                 DISPLAY 'NENHUM DIA APURADO NO MES.'
                 CLOSE MERENDA
                 GO TO P500-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MERENDA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-MER > WS-DATA-FIM-MES
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-UNIDADE-FILTRO EQUAL SPACE OR
                          UNIDADE-MER EQUAL WS-UNIDADE-FILTRO
                          PERFORM P510-ACUMULA-MES THRU P510-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MERENDA

           IF WS-UN-QTD EQUAL ZERO
              DISPLAY 'NENHUM DIA APURADO NO MES PARA A SELECAO.'
              GO TO P500-FIM
           END-IF

           MOVE 'MERENDA PNAE' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD
              PERFORM P520-IMPRIME-UNIDADE THRU P520-FIM
           END-PERFORM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-ACUMULA-MES.

           MOVE 'N' TO WS-UN-ACHOU
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD OR UN-ACHADO
              IF WS-UN-ID (WS-UN-IDX) EQUAL UNIDADE-MER
                 MOVE 'S' TO WS-UN-ACHOU
              END-IF
           END-PERFORM
           IF UN-ACHADO
              SUBTRACT 1 FROM WS-UN-IDX
           ELSE
              IF WS-UN-QTD NOT < 10
                 GO TO P510-FIM
              END-IF
              ADD 1 TO WS-UN-QTD
              MOVE WS-UN-QTD TO WS-UN-IDX
              MOVE UNIDADE-MER TO WS-UN-ID (WS-UN-IDX)
           END-IF

           MOVE DATA-MER(7:2) TO WS-DIA-IDX
           IF WS-DIA-IDX < 1 OR WS-DIA-IDX > 31
              GO TO P510-FIM
           END-IF

           EVALUATE TURNO-MER
              WHEN 'M'
                 MOVE 1 TO WS-TRN-IDX
              WHEN 'T'
                 MOVE 2 TO WS-TRN-IDX
              WHEN 'N'
                 MOVE 3 TO WS-TRN-IDX
              WHEN OTHER
                 MOVE 4 TO WS-TRN-IDX
           END-EVALUATE

           ADD REFEICOES-MER TO
              WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, WS-TRN-IDX)
           ADD DIETA-ESP-MER TO WS-UN-DIETA-DIA (WS-UN-IDX, WS-DIA-IDX)
           ADD MATRICULADOS-MER TO
              WS-UN-MATRIC-DIA (WS-UN-IDX, WS-DIA-IDX)

      * quadro por turma do mes
           MOVE 'N' TO WS-UN-ACHOU
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
              UNTIL WS-RM-IDX > WS-RM-QTD OR UN-ACHADO
              IF WS-RM-TURMA (WS-RM-IDX) EQUAL TURMA-MER AND
                 WS-RM-UNIDADE (WS-RM-IDX) EQUAL UNIDADE-MER
                 MOVE 'S' TO WS-UN-ACHOU
              END-IF
           END-PERFORM
           IF UN-ACHADO
              SUBTRACT 1 FROM WS-RM-IDX
           ELSE
              IF WS-RM-QTD NOT < 200
                 GO TO P510-FIM
              END-IF
              ADD 1 TO WS-RM-QTD
              MOVE WS-RM-QTD TO WS-RM-IDX
              MOVE UNIDADE-MER TO WS-RM-UNIDADE (WS-RM-IDX)
              MOVE TURMA-MER   TO WS-RM-TURMA (WS-RM-IDX)
              MOVE TURNO-MER   TO WS-RM-TURNO (WS-RM-IDX)
           END-IF
           ADD REFEICOES-MER TO WS-RM-REFEICOES (WS-RM-IDX)
           ADD DIETA-ESP-MER TO WS-RM-DIETA (WS-RM-IDX)
           IF REFEICOES-MER GREATER THAN ZERO
              ADD 1 TO WS-RM-DIAS (WS-RM-IDX)
           END-IF
           .
       P510-FIM.

       P520-IMPRIME-UNIDADE.

           MOVE ZERO TO WS-TOT-TURNO (1)
           MOVE ZERO TO WS-TOT-TURNO (2)
           MOVE ZERO TO WS-TOT-TURNO (3)
           MOVE ZERO TO WS-TOT-TURNO (4)
           MOVE ZERO TO WS-TOT-DIETA
           MOVE ZERO TO WS-TOT-GERAL
           MOVE ZERO TO WS-TOT-MATRIC
           MOVE ZERO TO WS-DIAS-ATEND

           MOVE 'PROGRAMA NACIONAL DE ALIMENTACAO ESCOLAR - PNAE'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DEMONSTRATIVO MENSAL DE REFEICOES SERVIDAS'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'UNIDADE ESCOLAR: '    DELIMITED BY SIZE
                  WS-UN-ID (WS-UN-IDX)   DELIMITED BY SIZE
                  '     MES/ANO: '       DELIMITED BY SIZE
                  WS-REF-MES             DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-REF-ANO             DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'FONTE: LEITURAS DA CATRACA (ALUNOS PRESENTES)'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'DIA   MANHA   TARDE   NOITE  OUTROS    TOTAL'
              TO WS-LINHA-SPOOL
           MOVE '  DIETA ESP.  MATRIC.' TO WS-LINHA-SPOOL(46:21)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE ALL '-' TO WS-LINHA-SPOOL(1:66)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > 31
              COMPUTE WS-TOT-DIA =
                 WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 1) +
                 WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 2) +
                 WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 3) +
                 WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 4)
              IF WS-TOT-DIA GREATER THAN ZERO
                 ADD 1 TO WS-DIAS-ATEND
                 ADD WS-TOT-DIA TO WS-TOT-GERAL
                 ADD WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 1)
                    TO WS-TOT-TURNO (1)
                 ADD WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 2)
                    TO WS-TOT-TURNO (2)
                 ADD WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 3)
                    TO WS-TOT-TURNO (3)
                 ADD WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 4)
                    TO WS-TOT-TURNO (4)
                 ADD WS-UN-DIETA-DIA (WS-UN-IDX, WS-DIA-IDX)
                    TO WS-TOT-DIETA
                 ADD WS-UN-MATRIC-DIA (WS-UN-IDX, WS-DIA-IDX)
                    TO WS-TOT-MATRIC
                 MOVE WS-DIA-IDX TO WS-LD-DIA
                 MOVE WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 1)
                    TO WS-LD-MANHA
                 MOVE WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 2)
                    TO WS-LD-TARDE
                 MOVE WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 3)
                    TO WS-LD-NOITE
                 MOVE WS-UN-REF-TURNO (WS-UN-IDX, WS-DIA-IDX, 4)
                    TO WS-LD-OUTROS
                 MOVE WS-TOT-DIA TO WS-LD-TOTAL
                 MOVE WS-UN-DIETA-DIA (WS-UN-IDX, WS-DIA-IDX)
                    TO WS-LD-DIETA
                 MOVE WS-UN-MATRIC-DIA (WS-UN-IDX, WS-DIA-IDX)
                    TO WS-LD-MATRIC
                 MOVE WS-LIN-DIA TO WS-LINHA-SPOOL
                 DISPLAY WS-LINHA-SPOOL
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           END-PERFORM

           MOVE ALL '-' TO WS-LINHA-SPOOL(1:66)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE ZERO TO WS-MEDIA-DIARIA
           MOVE ZERO TO WS-MEDIA-MATRIC
           MOVE ZERO TO WS-PCT-ATEND
           IF WS-DIAS-ATEND GREATER THAN ZERO
              COMPUTE WS-MEDIA-DIARIA ROUNDED =
                 WS-TOT-GERAL / WS-DIAS-ATEND
              COMPUTE WS-MEDIA-MATRIC ROUNDED =
                 WS-TOT-MATRIC / WS-DIAS-ATEND
           END-IF
           IF WS-TOT-MATRIC GREATER THAN ZERO
              COMPUTE WS-PCT-ATEND ROUNDED =
                 (WS-TOT-GERAL * 100) / WS-TOT-MATRIC
           END-IF

           MOVE WS-TOT-TURNO (1) TO WS-ED-QTD
           STRING 'REFEICOES TURNO MANHA .......... ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-TOT-TURNO (2) TO WS-ED-QTD
           STRING 'REFEICOES TURNO TARDE .......... ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-TOT-TURNO (3) TO WS-ED-QTD
           STRING 'REFEICOES TURNO NOITE .......... ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           IF WS-TOT-TURNO (4) GREATER THAN ZERO
              MOVE WS-TOT-TURNO (4) TO WS-ED-QTD
              STRING 'REFEICOES SEM TURNO/TURMA ...... '
                        DELIMITED BY SIZE
                     WS-ED-QTD DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF
           MOVE WS-TOT-GERAL TO WS-ED-QTD
           STRING 'TOTAL DE REFEICOES SERVIDAS .... ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-TOT-DIETA TO WS-ED-QTD
           STRING '  DAS QUAIS DIETA ESPECIAL ..... ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-DIAS-ATEND TO WS-ED-QTD
           STRING 'DIAS DE ATENDIMENTO ............ ' DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-MEDIA-DIARIA TO WS-ED-MEDIA
           STRING 'MEDIA DIARIA DE REFEICOES ......   '
                     DELIMITED BY SIZE
                  WS-ED-MEDIA DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-MEDIA-MATRIC TO WS-ED-MEDIA
           STRING 'MEDIA DIARIA DE MATRICULADOS ...   '
                     DELIMITED BY SIZE
                  WS-ED-MEDIA DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE WS-PCT-ATEND TO WS-ED-PCT
           STRING 'PERCENTUAL DE ATENDIMENTO ......     '
                     DELIMITED BY SIZE
                  WS-ED-PCT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           DISPLAY 'UNIDADE ' WS-UN-ID (WS-UN-IDX)
                   ': REFEICOES ' WS-TOT-GERAL
                   ' DIETA ESPECIAL ' WS-TOT-DIETA
                   ' DIAS ' WS-DIAS-ATEND

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'QUADRO POR TURMA' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'TURMA  TURNO MATR.  REFEIC.   D.ESP.  DIAS'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
              UNTIL WS-RM-IDX > WS-RM-QTD
              IF WS-RM-UNIDADE (WS-RM-IDX) EQUAL WS-UN-ID (WS-UN-IDX)
                 MOVE WS-RM-TURMA (WS-RM-IDX) TO WS-LT-TURMA
                 MOVE WS-RM-TURNO (WS-RM-IDX) TO WS-LT-TURNO
                 MOVE ZERO TO WS-LT-MATRIC
                 IF WS-RM-DIAS (WS-RM-IDX) GREATER THAN ZERO
                    COMPUTE WS-LT-MATRIC ROUNDED =
                       WS-RM-REFEICOES (WS-RM-IDX) /
                       WS-RM-DIAS (WS-RM-IDX)
                 END-IF
                 MOVE WS-RM-REFEICOES (WS-RM-IDX) TO WS-LT-REFEICOES
                 MOVE WS-RM-DIETA (WS-RM-IDX) TO WS-LT-DIETA
                 MOVE WS-RM-DIAS (WS-RM-IDX) TO WS-LT-DIAS
                 MOVE WS-LIN-TURMA TO WS-LINHA-SPOOL
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           END-PERFORM
           MOVE '(MATR. = MEDIA DIARIA DE ALUNOS ATENDIDOS NA TURMA)'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE ALL '_' TO WS-LINHA-SPOOL(1:32)
           MOVE ALL '_' TO WS-LINHA-SPOOL(38:32)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE '   NUTRICIONISTA RESPONSAVEL' TO WS-LINHA-SPOOL(1:32)
           MOVE '       DIRECAO DA UNIDADE' TO WS-LINHA-SPOOL(38:32)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P520-FIM.

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

           MOVE 'PROGMERE' TO AUD-PROGRAMA
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
       END PROGRAM PROGMERE.
