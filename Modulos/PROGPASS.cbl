      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Interface do passe escolar com a empresa de transporte
      *          urbano: concessao do passe ao aluno (ativo, com
      *          unidade, com turma e turno no ano letivo e fora das
      *          rotas do transporte escolar), remessa mensal no
      *          leiaute da empresa com os dias letivos do mes
      *          apurados do CALENDARIO e dos FERIADOS, bloqueio dos
      *          alunos inativos, transferidos ou abaixo da frequencia
      *          minima do convenio, e importacao do retorno com os
      *          cartoes emitidos pela empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPASS.


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
           LOCK MODE IS AUTOMATIC
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
           FILE STATUS IS WS-FS-MAT.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

           SELECT TRANSPORTE ASSIGN TO
           WS-CAMINHO-TRANSPORTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-TRP
           FILE STATUS IS WS-FS-TRP.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-EVENTO
           FILE STATUS IS WS-FS-EVT.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

           SELECT ABONOS ASSIGN TO
           WS-CAMINHO-ABONOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ABONO
           FILE STATUS IS WS-FS-ABN.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS-CAL.

           SELECT FERIADOS ASSIGN TO
           WS-CAMINHO-FERIADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY DATA-FER
           FILE STATUS IS WS-FS-FER.

           SELECT REMESSA ASSIGN TO
           WS-CAMINHO-REMESSA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REM.

           SELECT RETORNO ASSIGN TO
           WS-CAMINHO-RETORNO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  TRANSPORTE.
           COPY FD-TRANSP.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  ABONOS.
           COPY FD-ABONOS.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  FERIADOS.
           COPY FD-FERIADOS.

      * Remessa mensal no leiaute da empresa de transporte: registro
      * de 100 posicoes, tipo 0 = cabecalho, 1 = aluno, 9 = rodape.
      * Acao do aluno: N = primeiro cartao, R = cartao ativo no mes,
      * B = bloqueio (D = definitivo, T = temporario). Motivos do
      * bloqueio definitivo: IN inativo, TR transferido, AB abandono,
      * FA falecimento, CO concluinte, RT passe retirado pela escola;
      * do temporario: FQ frequencia abaixo do minimo, ST sem turma
      * ou turno no ano, SU sem unidade, UD turma do ano em outra
      * unidade, RE usuario de rota do transporte escolar.
       FD  REMESSA.
       01  REG-REM-CABECALHO.
           03 REMH-TIPO                      PIC X(01).
           03 REMH-SISTEMA                   PIC X(13).
           03 REMH-COMPETENCIA               PIC 9(06).
           03 REMH-DATA-GERACAO              PIC 9(08).
           03 REMH-UNIDADE                   PIC X(04).
           03 REMH-DIAS-LETIVOS              PIC 9(02).
           03 REMH-FREQ-MINIMA               PIC 9(03).
           03 FILLER                         PIC X(63).
       01  REG-REM-ALUNO.
           03 REM-TIPO                       PIC X(01).
           03 REM-ID-ALUNO                   PIC 9(05).
           03 REM-NOME                       PIC X(20).
           03 REM-DT-NASC                    PIC 9(08).
           03 REM-UNIDADE                    PIC X(04).
           03 REM-TURNO                      PIC X(01).
           03 REM-CARTAO                     PIC X(16).
           03 REM-ACAO                       PIC X(01).
           03 REM-TIPO-BLOQ                  PIC X(01).
           03 REM-MOTIVO                     PIC X(02).
           03 REM-DIAS-LETIVOS               PIC 9(02).
           03 REM-FREQUENCIA                 PIC 9(03).
           03 REM-DT-BLOQ                    PIC 9(08).
           03 FILLER                         PIC X(28).
       01  REG-REM-RODAPE.
           03 REMT-TIPO                      PIC X(01).
           03 REMT-QTD-ALUNOS                PIC 9(06).
           03 REMT-QTD-NOVOS                 PIC 9(06).
           03 REMT-QTD-ATIVOS                PIC 9(06).
           03 REMT-QTD-BLOQUEIOS             PIC 9(06).
           03 FILLER                         PIC X(75).

      * Retorno da empresa: tipo 1 = cartao do aluno (E = emitido,
      * R = recusado, com o motivo); cabecalho e rodape (tipos 0 e
      * 9) sao ignorados.
       FD  RETORNO.
       01  REG-RETORNO.
           03 RET-TIPO                       PIC X(01).
           03 RET-ID-ALUNO                   PIC 9(05).
           03 RET-CARTAO                     PIC X(16).
           03 RET-SITUACAO                   PIC X(01).
              88 RET-EMITIDO                 VALUE 'E'.
              88 RET-RECUSADO                VALUE 'R'.
           03 RET-DATA                       PIC 9(08).
           03 RET-MOTIVO                     PIC X(30).
           03 FILLER                         PIC X(19).

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-TRANSPORTE             PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-ABONOS                 PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-FERIADOS               PIC X(80).
       01  WS-CAMINHO-REMESSA                PIC X(80).
       01  WS-CAMINHO-RETORNO                PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-TRP                         PIC 99.
           88 FS-TRP-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-ABN                         PIC 99.
           88 FS-ABN-OK                      VALUE 0.

       77  WS-FS-CAL                         PIC 99.
           88 FS-CAL-OK                      VALUE 0.

       77  WS-FS-FER                         PIC 99.
           88 FS-FER-OK                      VALUE 0.

       77  WS-FS-REM                         PIC 99.
           88 FS-REM-OK                      VALUE 0.

       77  WS-FS-RET                         PIC 99.
           88 FS-RET-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUX                        PIC X.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-ALUNO-PAS                      PIC 9(05) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-ANO-REF                        PIC 9(04) VALUE ZERO.
       77  WS-CARTAO-DIG                     PIC X(16) VALUE SPACE.
       77  WS-MOTIVO-AUD                     PIC X(20) VALUE SPACE.

      * Situacao do passe antes da alteracao, para a trilha: a
      * imagem do aluno na auditoria e truncada antes destes campos,
      * e o PROGREAP reaplica a operacao PASSE por esta imagem.
       01  WS-PASSE-ANTES.
           03 WS-PASSE-ANT                   PIC X(01).
           03 WS-CARTAO-ANT                  PIC X(16).
           03 WS-DT-BLOQ-ANT                 PIC 9(08).

      * Resultado da validacao de elegibilidade
       77  WS-COD-BLOQ                       PIC X(02) VALUE SPACE.
       77  WS-DS-INELEGIVEL                  PIC X(45) VALUE SPACE.
       77  WS-TURMA-ANO                      PIC 9(05) VALUE ZERO.
       77  WS-TURNO-ANO                      PIC X(01) VALUE SPACE.
       77  WS-DS-TURMA-ANO                   PIC X(20) VALUE SPACE.
       77  WS-UNID-TURMA-ANO                 PIC X(04) VALUE SPACE.
       77  WS-ACHOU                          PIC X VALUE 'N'.
           88 ACHOU-OK                       VALUE 'S'.
       77  WS-ARQS-ABERTOS                   PIC X VALUE 'N'.
           88 ARQS-ABERTOS-OK                VALUE 'S'.

      * Competencia da remessa (AAAAMM) e a anterior, em que um
      * bloqueio definitivo ainda e repetido.
       01  WS-COMPETENCIA                    PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO                    PIC 9(04).
           03 WS-COMP-MES                    PIC 9(02).
       77  WS-COMP-ANTERIOR                  PIC 9(06) VALUE ZERO.
       77  WS-COMP-FIM                       PIC 9(08) VALUE ZERO.
       01  WS-DT-BLOQ                        PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DT-BLOQ.
           03 WS-BLOQ-COMP                   PIC 9(06).
           03 FILLER                         PIC 9(02).

       77  WS-FREQ-DIG                       PIC X(03) VALUE SPACE.
       77  WS-FREQ-MINIMA                    PIC 9(03) VALUE 75.

      * Dias letivos do mes: dias uteis (segunda a sexta) dentro de
      * um periodo do calendario letivo do ano e fora dos feriados.
       77  WS-DIAS-LETIVOS                   PIC 9(02) VALUE ZERO.
       77  WS-DIAS-MES                       PIC 9(02) VALUE ZERO.
       77  WS-DIA                            PIC 9(02) VALUE ZERO.
       77  WS-DATA-DIA                       PIC 9(08) VALUE ZERO.
       77  WS-DIAS-INT                       PIC 9(07) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(07) VALUE ZERO.
       77  WS-RESTO                          PIC 9(03) VALUE ZERO.
       77  WS-DIA-SEMANA-1                   PIC 9(01) VALUE ZERO.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.
       77  WS-DIA-LETIVO                     PIC X VALUE 'N'.
           88 DIA-LETIVO-OK                  VALUE 'S'.
       01  WS-TAB-DIAS-MES-VAL               PIC X(24)
                                 VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VAL.
           03 WS-DIAS-DO-MES                 PIC 9(02) OCCURS 12 TIMES.

       77  WS-PR-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-PR-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-PERIODOS.
           03 WS-PR-ITEM OCCURS 12 TIMES.
              05 WS-PR-INICIO                PIC 9(08).
              05 WS-PR-FIM                   PIC 9(08).

      * Movimentos do ano da competencia que encerram o vinculo;
      * readmissao e transferencia recebida anulam a saida anterior.
       77  WS-EV-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-EV-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-EVENTOS.
           03 WS-EV-ENT OCCURS 999 TIMES.
              05 WS-EV-ALUNO                 PIC 9(05).
              05 WS-EV-TIPO                  PIC X(01).
              05 WS-EV-DATA                  PIC 9(08).
       77  WS-ULT-TIPO-EVT                   PIC X(01) VALUE SPACE.
       77  WS-ULT-DATA-EVT                   PIC 9(08) VALUE ZERO.

      * Abonos do ano carregados uma vez para a frequencia
       77  WS-AB-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-AB-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-ABONOS.
           03 WS-AB-ITEM OCCURS 3000 TIMES.
              05 WS-AB-ALUNO                 PIC 9(05).
              05 WS-AB-DISC                  PIC 9(05).
              05 WS-AB-AULAS                 PIC 9(03).

       77  WS-AULAS-GERAL                    PIC 9(05) VALUE ZERO.
       77  WS-FALTAS-GERAL                   PIC 9(05) VALUE ZERO.
       77  WS-AULAS-DISC                     PIC 9(05) VALUE ZERO.
       77  WS-FALTAS-DISC                    PIC 9(05) VALUE ZERO.
       77  WS-TEM-GERAL                      PIC X VALUE 'N'.
           88 TEM-GERAL-OK                   VALUE 'S'.
       77  WS-AULAS                          PIC 9(05) VALUE ZERO.
       77  WS-FALTAS-LIQ                     PIC S9(05) VALUE ZERO.
       77  WS-SOMA-ABONADAS                  PIC 9(05) VALUE ZERO.
       77  WS-PERCENTUAL                     PIC 9(03) VALUE ZERO.

       77  WS-CONT-ALUNOS                    PIC 9(06) VALUE ZERO.
       77  WS-CONT-NOVOS                     PIC 9(06) VALUE ZERO.
       77  WS-CONT-ATIVOS                    PIC 9(06) VALUE ZERO.
       77  WS-CONT-BLOQ-DEF                  PIC 9(06) VALUE ZERO.
       77  WS-CONT-BLOQ-TEMP                 PIC 9(06) VALUE ZERO.
       77  WS-CONT-LIDOS                     PIC 9(06) VALUE ZERO.
       77  WS-CONT-EMITIDOS                  PIC 9(06) VALUE ZERO.
       77  WS-CONT-RECUSADOS                 PIC 9(06) VALUE ZERO.
       77  WS-CONT-REJEITADOS                PIC 9(06) VALUE ZERO.

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
           DISPLAY 'PASSE ESCOLAR - TRANSPORTE URBANO'
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

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-ABONOS FROM ENVIRONMENT 'ABONOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ABONOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ABONOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-FERIADOS FROM ENVIRONMENT 'FERIADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FERIADOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-FERIADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-REMESSA FROM ENVIRONMENT 'PASSE_EXP_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PASSE-EXPORTACAO.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-REMESSA
           END-ACCEPT

           ACCEPT WS-CAMINHO-RETORNO FROM ENVIRONMENT 'PASSE_RET_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PASSE-RETORNO.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-RETORNO
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
           DISPLAY '|     1 - Passe do Aluno (Conceder/Retirar)       |'
           DISPLAY '|     2 - Gerar Remessa Mensal para a Empresa     |'
           DISPLAY '|     3 - Importar Retorno (Cartoes Emitidos)     |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-PASSE-ALUNO THRU P200-FIM
              WHEN '2'
                 PERFORM P400-GERA-REMESSA THRU P400-FIM
              WHEN '3'
                 PERFORM P500-IMPORTA-RETORNO THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-PASSE-ALUNO.

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ALUNO-PAS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-REF

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           MOVE WS-ALUNO-PAS TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                    CLOSE ALUNOS
                    GO TO P200-FIM
           END-READ

      * Secretaria de unidade so concede passe aos alunos dela; a
      * direcao (sem unidade) enxerga a base inteira.
           IF LK-UNIDADE NOT EQUAL SPACE AND
              UNIDADE-ALUNO NOT EQUAL LK-UNIDADE
              DISPLAY 'ALUNO DA UNIDADE ' UNIDADE-ALUNO
                      ' - FORA DA ALCADA DO OPERADOR ('
                      LK-UNIDADE ').'
              CLOSE ALUNOS
              GO TO P200-FIM
           END-IF

           PERFORM P210-MOSTRA-PASSE THRU P210-FIM

           DISPLAY 'TECLE: <C> conceder/manter o passe, <R> retirar, '
                   '<N> informar o numero do cartao ou <QUALQUER '
                   'TECLA> para sair.'
           ACCEPT WS-CONFIRMA

           EVALUATE WS-CONFIRMA
              WHEN 'C'
              WHEN 'c'
                 PERFORM P220-CONCEDE THRU P220-FIM
              WHEN 'R'
              WHEN 'r'
                 PERFORM P230-RETIRA THRU P230-FIM
              WHEN 'N'
              WHEN 'n'
                 PERFORM P240-INFORMA-CARTAO THRU P240-FIM
              WHEN OTHER
                 DISPLAY 'PASSE ESCOLAR MANTIDO.'
           END-EVALUATE

           CLOSE ALUNOS
           .
       P200-FIM.

       P210-MOSTRA-PASSE.

           DISPLAY ' '
           DISPLAY 'Aluno: ' ID-ALUNO ' ' NM-ALUNO IN REG-ALUNO
                   ' Unidade: ' UNIDADE-ALUNO
           EVALUATE TRUE
              WHEN PASSE-ELEGIVEL
                 DISPLAY 'Passe escolar: CONCEDIDO'
              WHEN PASSE-BLOQUEADO
                 DISPLAY 'Passe escolar: BLOQUEADO EM '
                         DT-BLOQ-PASSE-ALUNO
              WHEN OTHER
                 DISPLAY 'Passe escolar: SEM PASSE'
           END-EVALUATE
           IF CARTAO-PASSE-ALUNO EQUAL SPACE
              DISPLAY 'Cartao: (aguardando emissao pela empresa)'
           ELSE
              DISPLAY 'Cartao: ' CARTAO-PASSE-ALUNO
           END-IF
           .
       P210-FIM.

       P220-CONCEDE.

           PERFORM P290-ABRE-CONSULTAS THRU P290-FIM
           PERFORM P300-VALIDA-ELEGIBILIDADE THRU P300-FIM
           PERFORM P295-FECHA-CONSULTAS THRU P295-FIM

           IF WS-COD-BLOQ NOT EQUAL SPACE
              DISPLAY 'PASSE RECUSADO: ' WS-DS-INELEGIVEL
              GO TO P220-FIM
           END-IF

           DISPLAY 'Turma ' WS-TURMA-ANO ' ' WS-DS-TURMA-ANO
                   ' Turno ' WS-TURNO-ANO

           IF PASSE-ELEGIVEL
              DISPLAY 'ALUNO JA POSSUI O PASSE ESCOLAR.'
              GO TO P220-FIM
           END-IF

           MOVE REG-ALUNO(241:25) TO WS-PASSE-ANTES
           SET PASSE-ELEGIVEL TO TRUE
           MOVE ZERO TO DT-BLOQ-PASSE-ALUNO
      * Passe bloqueado em definitivo teve o cartao cancelado pela
      * empresa: a nova concessao pede um cartao novo.
           IF WS-PASSE-ANT EQUAL 'B'
              MOVE SPACE TO CARTAO-PASSE-ALUNO
           END-IF
           MOVE 'CONCESSAO' TO WS-MOTIVO-AUD
           PERFORM P250-GRAVA-PASSE THRU P250-FIM
           .
       P220-FIM.

       P230-RETIRA.

      * A retirada vira bloqueio definitivo na data, para que a
      * remessa do mes avise a empresa do cancelamento do cartao.
           IF NOT PASSE-ELEGIVEL
              DISPLAY 'ALUNO NAO POSSUI PASSE ESCOLAR ATIVO.'
              GO TO P230-FIM
           END-IF

           DISPLAY 'TECLE: <S> para confirmar a retirada do passe: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'PASSE ESCOLAR MANTIDO.'
              GO TO P230-FIM
           END-IF

           MOVE REG-ALUNO(241:25) TO WS-PASSE-ANTES
           SET PASSE-BLOQUEADO TO TRUE
           MOVE WS-DATA-HOJE TO DT-BLOQ-PASSE-ALUNO
           MOVE 'RETIRADA' TO WS-MOTIVO-AUD
           PERFORM P250-GRAVA-PASSE THRU P250-FIM
           .
       P230-FIM.

       P240-INFORMA-CARTAO.

      * Digitacao do cartao quando o retorno da empresa nao chegou
      * pelo arquivo (cartao entregue em maos na secretaria).
           IF NOT PASSE-ELEGIVEL
              DISPLAY 'ALUNO NAO POSSUI PASSE ESCOLAR ATIVO.'
              GO TO P240-FIM
           END-IF

           MOVE SPACE TO WS-CARTAO-DIG
           DISPLAY 'Numero do cartao (16 posicoes): '
           ACCEPT WS-CARTAO-DIG
           IF WS-CARTAO-DIG EQUAL SPACE
              DISPLAY 'CARTAO NAO INFORMADO.'
              GO TO P240-FIM
           END-IF
           IF WS-CARTAO-DIG EQUAL CARTAO-PASSE-ALUNO
              DISPLAY 'CARTAO JA REGISTRADO PARA O ALUNO.'
              GO TO P240-FIM
           END-IF

           MOVE REG-ALUNO(241:25) TO WS-PASSE-ANTES
           MOVE WS-CARTAO-DIG TO CARTAO-PASSE-ALUNO
           MOVE 'CARTAO INFORMADO' TO WS-MOTIVO-AUD
           PERFORM P250-GRAVA-PASSE THRU P250-FIM
           .
       P240-FIM.

       P250-GRAVA-PASSE.

           REWRITE REG-ALUNO
           IF NOT FS-OK AND WS-FS NOT EQUAL 02
              DISPLAY 'ERRO AO REGRAVAR O ALUNO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P250-FIM
           END-IF

           IF WS-OPCAO EQUAL '1'
              DISPLAY 'PASSE ESCOLAR ATUALIZADO.'
              PERFORM P210-MOSTRA-PASSE THRU P210-FIM
           END-IF

      * Imagem propria: codigo do aluno, situacao do passe, cartao e
      * data do bloqueio (antes e depois).
           MOVE 'PASSE'     TO AUD-OPERACAO
           MOVE 'ALUNOS'    TO AUD-ARQUIVO
           MOVE ID-ALUNO    TO AUD-CHAVE
           MOVE SPACE       TO AUD-VALOR-ANTES
           STRING ID-ALUNO       DELIMITED BY SIZE
                  WS-PASSE-ANTES DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTES
           MOVE SPACE       TO AUD-VALOR-DEPOIS
           STRING ID-ALUNO            DELIMITED BY SIZE
                  PASSE-ALUNO         DELIMITED BY SIZE
                  CARTAO-PASSE-ALUNO  DELIMITED BY SIZE
                  DT-BLOQ-PASSE-ALUNO DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P250-FIM.

       P290-ABRE-CONSULTAS.

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           SET FS-TRP-OK TO TRUE
           OPEN INPUT TRANSPORTE
           MOVE 'S' TO WS-ARQS-ABERTOS
           .
       P290-FIM.

       P295-FECHA-CONSULTAS.

           IF ARQS-ABERTOS-OK
              CLOSE MATRICULA
              CLOSE TURMAS
              CLOSE TRANSPORTE
              MOVE 'N' TO WS-ARQS-ABERTOS
           END-IF
           .
       P295-FIM.

       P300-VALIDA-ELEGIBILIDADE.

      * Elegibilidade do passe no ano WS-ANO-REF: aluno ativo, com
      * unidade, com turma (e turno) na matricula regular do ano,
      * turma da mesma unidade do aluno e sem vinculo a uma rota do
      * transporte escolar, que ja leva o aluno. WS-COD-BLOQ fica em
      * branco quando elegivel.
           MOVE SPACE TO WS-COD-BLOQ
           MOVE SPACE TO WS-DS-INELEGIVEL
           MOVE ZERO  TO WS-TURMA-ANO
           MOVE SPACE TO WS-TURNO-ANO
           MOVE SPACE TO WS-DS-TURMA-ANO
           MOVE SPACE TO WS-UNID-TURMA-ANO

           IF NOT ALUNO-ATIVO
              MOVE 'IN' TO WS-COD-BLOQ
              MOVE 'ALUNO INATIVO.' TO WS-DS-INELEGIVEL
              GO TO P300-FIM
           END-IF

           IF UNIDADE-ALUNO EQUAL SPACE
              MOVE 'SU' TO WS-COD-BLOQ
              MOVE 'ALUNO SEM UNIDADE NO CADASTRO.' TO WS-DS-INELEGIVEL
              GO TO P300-FIM
           END-IF

           PERFORM P310-TURMA-DO-ANO THRU P310-FIM
           IF WS-TURMA-ANO EQUAL ZERO OR WS-TURNO-ANO EQUAL SPACE
              MOVE 'ST' TO WS-COD-BLOQ
              STRING 'SEM TURMA COM TURNO NO ANO LETIVO '
                                         DELIMITED BY SIZE
                     WS-ANO-REF          DELIMITED BY SIZE
                     '.'                 DELIMITED BY SIZE
                     INTO WS-DS-INELEGIVEL
              GO TO P300-FIM
           END-IF

      * O passe e da linha ate a escola em que o aluno estuda: turma
      * de outra unidade que a do cadastro nao e atendida.
           IF WS-UNID-TURMA-ANO NOT EQUAL UNIDADE-ALUNO
              MOVE 'UD' TO WS-COD-BLOQ
              STRING 'TURMA '            DELIMITED BY SIZE
                     WS-TURMA-ANO        DELIMITED BY SIZE
                     ' DE OUTRA UNIDADE ('
                                         DELIMITED BY SIZE
                     WS-UNID-TURMA-ANO   DELIMITED BY SIZE
                     ').'                DELIMITED BY SIZE
                     INTO WS-DS-INELEGIVEL
              GO TO P300-FIM
           END-IF

           IF FS-TRP-OK
              MOVE ID-ALUNO TO ID-ALUNO-TRP
              READ TRANSPORTE
                 KEY IS ID-ALUNO-TRP
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'RE' TO WS-COD-BLOQ
                       STRING 'USUARIO DA ROTA ' DELIMITED BY SIZE
                              ID-ROTA-TRP        DELIMITED BY SIZE
                              ' DO TRANSPORTE ESCOLAR.'
                                                 DELIMITED BY SIZE
                              INTO WS-DS-INELEGIVEL
              END-READ
           END-IF
           .
       P300-FIM.

       P310-TURMA-DO-ANO.

      * Primeira matricula regular (sem dependencia) do aluno no ano
      * com turma; o turno e a unidade vem do cadastro da turma.
           IF NOT FS-MAT-OK
              GO TO P310-FIM
           END-IF

           MOVE ID-ALUNO TO ID-ALUNO-MAT
           MOVE ZERO     TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-AUX-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA EQUAL WS-ANO-REF AND
                          NOT MATRICULA-DEPENDENCIA AND
                          TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE TURMA-MATRICULA TO WS-TURMA-ANO
                          SET EOF-AUX-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           SET FS-MAT-OK TO TRUE

           IF WS-TURMA-ANO EQUAL ZERO OR NOT FS-TUR-OK
              GO TO P310-FIM
           END-IF

           MOVE WS-TURMA-ANO TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    MOVE ZERO TO WS-TURMA-ANO
                 NOT INVALID KEY
                    MOVE TURNO-TURMA TO WS-TURNO-ANO
                    MOVE DS-TURMA    TO WS-DS-TURMA-ANO
                    MOVE UNID-TURMA  TO WS-UNID-TURMA-ANO
           END-READ
           SET FS-TUR-OK TO TRUE
           .
       P310-FIM.

       P400-GERA-REMESSA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'Informe a competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA NOT NUMERIC OR WS-COMP-ANO EQUAL ZERO
              OR WS-COMP-MES < 1 OR WS-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
              GO TO P400-FIM
           END-IF
           MOVE WS-COMP-ANO TO WS-ANO-REF

           IF WS-COMP-MES EQUAL 1
              COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF

           MOVE SPACE TO WS-FREQ-DIG
           DISPLAY 'Frequencia minima do convenio em % (ENTER = 75): '
           ACCEPT WS-FREQ-DIG
           MOVE 75 TO WS-FREQ-MINIMA
           IF WS-FREQ-DIG NOT EQUAL SPACE
              EVALUATE TRUE
                 WHEN WS-FREQ-DIG(1:1) NUMERIC AND
                      WS-FREQ-DIG(2:2) EQUAL SPACE
                    MOVE WS-FREQ-DIG(1:1) TO WS-FREQ-MINIMA
                 WHEN WS-FREQ-DIG(1:2) NUMERIC AND
                      WS-FREQ-DIG(3:1) EQUAL SPACE
                    MOVE WS-FREQ-DIG(1:2) TO WS-FREQ-MINIMA
                 WHEN WS-FREQ-DIG NUMERIC AND WS-FREQ-DIG NOT > '100'
                    MOVE WS-FREQ-DIG TO WS-FREQ-MINIMA
                 WHEN OTHER
                    DISPLAY 'FREQUENCIA MINIMA INVALIDA.'
                    GO TO P400-FIM
              END-EVALUATE
           END-IF

           PERFORM P410-DIAS-LETIVOS THRU P410-FIM
           IF WS-DIAS-LETIVOS EQUAL ZERO
              DISPLAY 'COMPETENCIA SEM DIAS LETIVOS NO CALENDARIO. '
                      'REMESSA NAO GERADA.'
              GO TO P400-FIM
           END-IF
           DISPLAY 'DIAS LETIVOS NA COMPETENCIA: ' WS-DIAS-LETIVOS

           PERFORM P420-CARREGA-EVENTOS THRU P420-FIM
           PERFORM P425-CARREGA-ABONOS THRU P425-FIM

           MOVE ZERO TO WS-CONT-ALUNOS
           MOVE ZERO TO WS-CONT-NOVOS
           MOVE ZERO TO WS-CONT-ATIVOS
           MOVE ZERO TO WS-CONT-BLOQ-DEF
           MOVE ZERO TO WS-CONT-BLOQ-TEMP

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P400-FIM
           END-IF

           SET FS-REM-OK TO TRUE
           OPEN OUTPUT REMESSA
           IF NOT FS-REM-OK
              DISPLAY 'ERRO AO CRIAR A REMESSA: ' WS-CAMINHO-REMESSA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-REM
              CLOSE ALUNOS
              GO TO P400-FIM
           END-IF

           PERFORM P290-ABRE-CONSULTAS THRU P290-FIM
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA

           INITIALIZE REG-REM-CABECALHO
           MOVE '0'             TO REMH-TIPO
           MOVE 'PASSE-ESCOLAR' TO REMH-SISTEMA
           MOVE WS-COMPETENCIA  TO REMH-COMPETENCIA
           MOVE WS-DATA-HOJE    TO REMH-DATA-GERACAO
           MOVE LK-UNIDADE      TO REMH-UNIDADE
           MOVE WS-DIAS-LETIVOS TO REMH-DIAS-LETIVOS
           MOVE WS-FREQ-MINIMA  TO REMH-FREQ-MINIMA
           WRITE REG-REM-CABECALHO

           DISPLAY ' '
           DISPLAY 'CONFERENCIA DA REMESSA ' WS-COMP-MES '/' WS-COMP-ANO
                   ' - BLOQUEIOS'
           DISPLAY 'ALUNO  NOME                 TIPO MOTIVO'

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (PASSE-ELEGIVEL OR PASSE-BLOQUEADO) AND
                       (LK-UNIDADE EQUAL SPACE OR
                        UNIDADE-ALUNO EQUAL LK-UNIDADE)
                       PERFORM P430-PROCESSA-ALUNO THRU P430-FIM
                    END-IF
              END-READ
           END-PERFORM

           INITIALIZE REG-REM-RODAPE
           MOVE '9'               TO REMT-TIPO
           MOVE WS-CONT-ALUNOS    TO REMT-QTD-ALUNOS
           MOVE WS-CONT-NOVOS     TO REMT-QTD-NOVOS
           MOVE WS-CONT-ATIVOS    TO REMT-QTD-ATIVOS
           COMPUTE REMT-QTD-BLOQUEIOS =
              WS-CONT-BLOQ-DEF + WS-CONT-BLOQ-TEMP
           WRITE REG-REM-RODAPE

           CLOSE FREQUENCIA
           PERFORM P295-FECHA-CONSULTAS THRU P295-FIM
           CLOSE REMESSA
           CLOSE ALUNOS

           DISPLAY ' '
           DISPLAY 'ALUNOS NA REMESSA:             ' WS-CONT-ALUNOS
           DISPLAY '   PRIMEIRO CARTAO (N):        ' WS-CONT-NOVOS
           DISPLAY '   CARTAO ATIVO NO MES (R):    ' WS-CONT-ATIVOS
           DISPLAY '   BLOQUEIOS DEFINITIVOS:      ' WS-CONT-BLOQ-DEF
           DISPLAY '   BLOQUEIOS TEMPORARIOS:      ' WS-CONT-BLOQ-TEMP
           DISPLAY 'REMESSA GRAVADA EM ' WS-CAMINHO-REMESSA

           MOVE 'PASSE-EXP'  TO AUD-OPERACAO
           MOVE 'PASSE'      TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE WS-COMPETENCIA TO AUD-CHAVE(1:6)
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'ALUNOS '          DELIMITED BY SIZE
                  WS-CONT-ALUNOS     DELIMITED BY SIZE
                  ' NOVOS '          DELIMITED BY SIZE
                  WS-CONT-NOVOS      DELIMITED BY SIZE
                  ' ATIVOS '         DELIMITED BY SIZE
                  WS-CONT-ATIVOS     DELIMITED BY SIZE
                  ' BLOQ-DEF '       DELIMITED BY SIZE
                  WS-CONT-BLOQ-DEF   DELIMITED BY SIZE
                  ' BLOQ-TEMP '      DELIMITED BY SIZE
                  WS-CONT-BLOQ-TEMP  DELIMITED BY SIZE
                  ' DIAS '           DELIMITED BY SIZE
                  WS-DIAS-LETIVOS    DELIMITED BY SIZE
                  ' FREQ-MIN '       DELIMITED BY SIZE
                  WS-FREQ-MINIMA     DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           MOVE SPACE TO WS-MOTIVO-AUD
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P400-FIM.

       P410-DIAS-LETIVOS.

           MOVE ZERO TO WS-DIAS-LETIVOS
           MOVE ZERO TO WS-PR-QTD

           SET FS-CAL-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
              DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO.'
              GO TO P410-FIM
           END-IF

           MOVE WS-COMP-ANO TO ANO-CAL
           MOVE ZERO        TO TRIM-CAL
           START CALENDARIO KEY IS GREATER THAN OR EQUAL
              CHAVE-CALENDARIO
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-AUX-OK TO FALSE
           END-START
           PERFORM UNTIL EOF-AUX-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL NOT EQUAL WS-COMP-ANO
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF WS-PR-QTD < 12
                          ADD 1 TO WS-PR-QTD
                          MOVE DT-INICIO-CAL TO WS-PR-INICIO (WS-PR-QTD)
                          MOVE DT-FIM-CAL    TO WS-PR-FIM (WS-PR-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO

           IF WS-PR-QTD EQUAL ZERO
              DISPLAY 'CALENDARIO LETIVO DE ' WS-COMP-ANO
                      ' NAO CADASTRADO.'
              GO TO P410-FIM
           END-IF

      * Fevereiro dos anos bissextos
           MOVE WS-DIAS-DO-MES (WS-COMP-MES) TO WS-DIAS-MES
           IF WS-COMP-MES EQUAL 2
              DIVIDE WS-COMP-ANO BY 4 GIVING WS-QUOCIENTE
                 REMAINDER WS-RESTO
              IF WS-RESTO EQUAL ZERO
                 MOVE 29 TO WS-DIAS-MES
                 DIVIDE WS-COMP-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                 IF WS-RESTO EQUAL ZERO
                    MOVE 28 TO WS-DIAS-MES
                    DIVIDE WS-COMP-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                    IF WS-RESTO EQUAL ZERO
                       MOVE 29 TO WS-DIAS-MES
                    END-IF
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-COMP-FIM = WS-COMPETENCIA * 100 + WS-DIAS-MES

      * Dia da semana do dia 1 (1 = segunda ... 7 = domingo); os
      * demais dias seguem em sequencia.
           COMPUTE WS-DATA-DIA = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE (WS-DATA-DIA)
           SUBTRACT 1 FROM WS-DIAS-INT
           DIVIDE WS-DIAS-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-SEMANA-1
           ADD 1 TO WS-DIA-SEMANA-1

           SET FS-FER-OK TO TRUE
           OPEN INPUT FERIADOS

           PERFORM VARYING WS-DIA FROM 1 BY 1
              UNTIL WS-DIA > WS-DIAS-MES
              PERFORM P415-DIA-LETIVO THRU P415-FIM
              IF DIA-LETIVO-OK
                 ADD 1 TO WS-DIAS-LETIVOS
              END-IF
           END-PERFORM

           IF FS-FER-OK
              CLOSE FERIADOS
           END-IF
           .
       P410-FIM.

       P415-DIA-LETIVO.

           MOVE 'N' TO WS-DIA-LETIVO
           COMPUTE WS-DATA-DIA = WS-COMPETENCIA * 100 + WS-DIA

           COMPUTE WS-DIAS-INT = WS-DIA-SEMANA-1 + WS-DIA - 2
           DIVIDE WS-DIAS-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA
           IF WS-DIA-SEMANA > 5
              GO TO P415-FIM
           END-IF

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-QTD OR DIA-LETIVO-OK
              IF WS-DATA-DIA NOT < WS-PR-INICIO (WS-PR-IDX) AND
                 WS-DATA-DIA NOT > WS-PR-FIM (WS-PR-IDX)
                 MOVE 'S' TO WS-DIA-LETIVO
              END-IF
           END-PERFORM

           IF DIA-LETIVO-OK AND FS-FER-OK
              MOVE WS-DATA-DIA TO DATA-FER
              READ FERIADOS
                 KEY IS DATA-FER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N' TO WS-DIA-LETIVO
              END-READ
              SET FS-FER-OK TO TRUE
           END-IF
           .
       P415-FIM.

       P420-CARREGA-EVENTOS.

      * Movimentos do ano da competencia ate o fim do mes que
      * encerram (ou reabrem) o vinculo do aluno com a escola.
           MOVE ZERO TO WS-EV-QTD

           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF NOT FS-EVT-OK
              GO TO P420-FIM
           END-IF

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF DATA-EVT(1:4) EQUAL WS-COMP-ANO AND
                       DATA-EVT NOT > WS-COMP-FIM AND
                       (EVT-TRANSF-EXPEDIDA OR EVT-ABANDONO OR
                        EVT-FALECIMENTO OR EVT-CONCLUSAO OR
                        EVT-SAIDA-CADASTRO OR EVT-ADMISSAO OR
                        EVT-TRANSF-RECEBIDA)
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
       P420-FIM.

       P425-CARREGA-ABONOS.

           MOVE ZERO TO WS-AB-QTD

           SET FS-ABN-OK TO TRUE
           OPEN INPUT ABONOS
           IF NOT FS-ABN-OK
              GO TO P425-FIM
           END-IF

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK
              READ ABONOS NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ANO-ABN EQUAL WS-COMP-ANO AND WS-AB-QTD < 3000
                       ADD 1 TO WS-AB-QTD
                       MOVE ID-ALUNO-ABN      TO WS-AB-ALUNO (WS-AB-QTD)
                       MOVE ID-DISCIPLINA-ABN TO WS-AB-DISC (WS-AB-QTD)
                       MOVE AULAS-ABONADAS    TO WS-AB-AULAS (WS-AB-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ABONOS
           .
       P425-FIM.

       P430-PROCESSA-ALUNO.

           INITIALIZE REG-REM-ALUNO
           MOVE '1'                 TO REM-TIPO
           MOVE ID-ALUNO            TO REM-ID-ALUNO
           MOVE NM-ALUNO IN REG-ALUNO TO REM-NOME
           MOVE DT-NASC-ALUNO       TO REM-DT-NASC
           MOVE UNIDADE-ALUNO       TO REM-UNIDADE
           MOVE CARTAO-PASSE-ALUNO  TO REM-CARTAO
           MOVE ZERO                TO REM-DIAS-LETIVOS
           MOVE ZERO                TO REM-FREQUENCIA
           MOVE ZERO                TO REM-DT-BLOQ

           PERFORM P440-SITUACAO-DEFINITIVA THRU P440-FIM

      * Bloqueado em definitivo: repetido na remessa do mes do
      * bloqueio e na seguinte; depois o aluno sai da remessa.
           IF PASSE-BLOQUEADO
              MOVE ZERO TO WS-DT-BLOQ
              IF DT-BLOQ-PASSE-ALUNO NUMERIC
                 MOVE DT-BLOQ-PASSE-ALUNO TO WS-DT-BLOQ
              END-IF
              IF WS-BLOQ-COMP NOT EQUAL WS-COMPETENCIA AND
                 WS-BLOQ-COMP NOT EQUAL WS-COMP-ANTERIOR
                 GO TO P430-FIM
              END-IF
              IF WS-COD-BLOQ EQUAL SPACE
                 MOVE 'RT' TO WS-COD-BLOQ
              END-IF
              MOVE 'D' TO REM-TIPO-BLOQ
              GO TO P430-BLOQUEIO
           END-IF

      * Saida do aluno no mes: o passe e bloqueado em definitivo.
           IF WS-COD-BLOQ NOT EQUAL SPACE
              PERFORM P470-BLOQUEIO-DEFINITIVO THRU P470-FIM
              MOVE 'D' TO REM-TIPO-BLOQ
              GO TO P430-BLOQUEIO
           END-IF

           PERFORM P300-VALIDA-ELEGIBILIDADE THRU P300-FIM
           MOVE WS-TURNO-ANO TO REM-TURNO
           PERFORM P450-FREQUENCIA-ANO THRU P450-FIM
           MOVE WS-PERCENTUAL TO REM-FREQUENCIA

           IF WS-COD-BLOQ EQUAL SPACE AND WS-AULAS NOT EQUAL ZERO AND
              WS-PERCENTUAL < WS-FREQ-MINIMA
              MOVE 'FQ' TO WS-COD-BLOQ
           END-IF

           IF WS-COD-BLOQ NOT EQUAL SPACE
              MOVE 'T' TO REM-TIPO-BLOQ
              GO TO P430-BLOQUEIO
           END-IF

           MOVE WS-DIAS-LETIVOS TO REM-DIAS-LETIVOS
           IF CARTAO-PASSE-ALUNO EQUAL SPACE
              MOVE 'N' TO REM-ACAO
              ADD 1 TO WS-CONT-NOVOS
           ELSE
              MOVE 'R' TO REM-ACAO
              ADD 1 TO WS-CONT-ATIVOS
           END-IF
           GO TO P430-GRAVA
           .
       P430-BLOQUEIO.

           MOVE 'B'         TO REM-ACAO
           MOVE WS-COD-BLOQ TO REM-MOTIVO
           IF REM-TIPO-BLOQ EQUAL 'D'
              MOVE DT-BLOQ-PASSE-ALUNO TO REM-DT-BLOQ
              ADD 1 TO WS-CONT-BLOQ-DEF
           ELSE
              MOVE WS-DATA-HOJE TO REM-DT-BLOQ
              ADD 1 TO WS-CONT-BLOQ-TEMP
           END-IF
           DISPLAY ID-ALUNO '  ' NM-ALUNO IN REG-ALUNO ' '
                   REM-TIPO-BLOQ '    ' REM-MOTIVO
           .
       P430-GRAVA.

           WRITE REG-REM-ALUNO
           IF FS-REM-OK
              ADD 1 TO WS-CONT-ALUNOS
           ELSE
              DISPLAY 'ERRO AO GRAVAR A REMESSA. FILE STATUS: '
                      WS-FS-REM
           END-IF
           .
       P430-FIM.

       P440-SITUACAO-DEFINITIVA.

      * Ultimo movimento do aluno no ano; sem saida registrada, o
      * aluno inativo no cadastro tambem encerra o passe.
           MOVE SPACE TO WS-COD-BLOQ
           MOVE SPACE TO WS-ULT-TIPO-EVT
           MOVE ZERO  TO WS-ULT-DATA-EVT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-QTD
              IF WS-EV-ALUNO (WS-EV-IDX) EQUAL ID-ALUNO AND
                 WS-EV-DATA (WS-EV-IDX) >= WS-ULT-DATA-EVT
                 MOVE WS-EV-TIPO (WS-EV-IDX) TO WS-ULT-TIPO-EVT
                 MOVE WS-EV-DATA (WS-EV-IDX) TO WS-ULT-DATA-EVT
              END-IF
           END-PERFORM

           EVALUATE WS-ULT-TIPO-EVT
              WHEN 'E'
                 MOVE 'TR' TO WS-COD-BLOQ
              WHEN 'B'
                 MOVE 'AB' TO WS-COD-BLOQ
              WHEN 'F'
                 MOVE 'FA' TO WS-COD-BLOQ
              WHEN 'C'
                 MOVE 'CO' TO WS-COD-BLOQ
              WHEN 'X'
                 MOVE 'IN' TO WS-COD-BLOQ
              WHEN OTHER
                 IF ALUNO-INATIVO
                    MOVE 'IN' TO WS-COD-BLOQ
                 END-IF
           END-EVALUATE
           .
       P440-FIM.

       P450-FREQUENCIA-ANO.

      * Frequencia acumulada no ano, liquida dos abonos: o dia
      * escolar da catraca (disciplina zero) quando existe, senao a
      * soma das disciplinas (mesmo criterio do Sistema Presenca).
           MOVE ZERO TO WS-AULAS-GERAL
           MOVE ZERO TO WS-FALTAS-GERAL
           MOVE ZERO TO WS-AULAS-DISC
           MOVE ZERO TO WS-FALTAS-DISC
           MOVE ZERO TO WS-AULAS
           MOVE ZERO TO WS-FALTAS-LIQ
           MOVE ZERO TO WS-SOMA-ABONADAS
           MOVE ZERO TO WS-PERCENTUAL
           MOVE 'N' TO WS-TEM-GERAL

           IF NOT FS-FRQ-OK
              GO TO P450-FIM
           END-IF

           MOVE ID-ALUNO TO ID-ALUNO-FRQ
           MOVE ZERO     TO ID-DISCIPLINA-FRQ
           MOVE ZERO     TO TRIMESTRE-FRQ
           START FREQUENCIA KEY IS GREATER THAN OR EQUAL
              CHAVE-FREQUENCIA
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-AUX-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ FREQUENCIA NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-FRQ NOT EQUAL ID-ALUNO
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ID-DISCIPLINA-FRQ EQUAL ZERO
                          MOVE 'S' TO WS-TEM-GERAL
                          ADD AULAS-DADAS-FRQ TO WS-AULAS-GERAL
                          ADD FALTAS-FRQ      TO WS-FALTAS-GERAL
                       ELSE
                          ADD AULAS-DADAS-FRQ TO WS-AULAS-DISC
                          ADD FALTAS-FRQ      TO WS-FALTAS-DISC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           SET FS-FRQ-OK TO TRUE

           IF TEM-GERAL-OK
              MOVE WS-AULAS-GERAL  TO WS-AULAS
              MOVE WS-FALTAS-GERAL TO WS-FALTAS-LIQ
           ELSE
              MOVE WS-AULAS-DISC   TO WS-AULAS
              MOVE WS-FALTAS-DISC  TO WS-FALTAS-LIQ
           END-IF

           IF WS-AULAS EQUAL ZERO
              GO TO P450-FIM
           END-IF

           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
              UNTIL WS-AB-IDX > WS-AB-QTD
              IF WS-AB-ALUNO (WS-AB-IDX) EQUAL ID-ALUNO
                 IF NOT TEM-GERAL-OK OR
                    WS-AB-DISC (WS-AB-IDX) EQUAL ZERO
                    ADD WS-AB-AULAS (WS-AB-IDX) TO WS-SOMA-ABONADAS
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WS-FALTAS-LIQ = WS-FALTAS-LIQ - WS-SOMA-ABONADAS
           IF WS-FALTAS-LIQ < ZERO
              MOVE ZERO TO WS-FALTAS-LIQ
           END-IF
           IF WS-FALTAS-LIQ > WS-AULAS
              MOVE WS-AULAS TO WS-FALTAS-LIQ
           END-IF
           COMPUTE WS-PERCENTUAL =
              ((WS-AULAS - WS-FALTAS-LIQ) * 100) / WS-AULAS
           .
       P450-FIM.

       P470-BLOQUEIO-DEFINITIVO.

           MOVE REG-ALUNO(241:25) TO WS-PASSE-ANTES
           SET PASSE-BLOQUEADO TO TRUE
           MOVE WS-DATA-HOJE TO DT-BLOQ-PASSE-ALUNO
           MOVE SPACE TO WS-MOTIVO-AUD
           STRING 'BLOQUEIO REMESSA ' DELIMITED BY SIZE
                  WS-COD-BLOQ         DELIMITED BY SIZE
                  INTO WS-MOTIVO-AUD
           PERFORM P250-GRAVA-PASSE THRU P250-FIM
           .
       P470-FIM.

       P500-IMPORTA-RETORNO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZERO TO WS-CONT-LIDOS
           MOVE ZERO TO WS-CONT-EMITIDOS
           MOVE ZERO TO WS-CONT-RECUSADOS
           MOVE ZERO TO WS-CONT-REJEITADOS

           SET FS-RET-OK TO TRUE
           OPEN INPUT RETORNO
           IF WS-FS-RET EQUAL 35
              DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO: '
                      WS-CAMINHO-RETORNO
              GO TO P500-FIM
           END-IF
           IF NOT FS-RET-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETORNO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RET
              GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE RETORNO
              GO TO P500-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ RETORNO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF RET-TIPO EQUAL '1'
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P510-PROCESSA-RETORNO THRU P510-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE RETORNO

           DISPLAY ' '
           DISPLAY 'REGISTROS DE ALUNO NO RETORNO: ' WS-CONT-LIDOS
           DISPLAY '   CARTOES EMITIDOS GRAVADOS:  ' WS-CONT-EMITIDOS
           DISPLAY '   RECUSADOS PELA EMPRESA:     ' WS-CONT-RECUSADOS
           DISPLAY '   REJEITADOS NA IMPORTACAO:   ' WS-CONT-REJEITADOS
           .
       P500-FIM.

       P510-PROCESSA-RETORNO.

           IF RET-ID-ALUNO NOT NUMERIC
              DISPLAY 'RETORNO COM CODIGO DE ALUNO INVALIDO: '
                      RET-ID-ALUNO
              ADD 1 TO WS-CONT-REJEITADOS
              GO TO P510-FIM
           END-IF

           MOVE RET-ID-ALUNO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'ALUNO ' RET-ID-ALUNO
                            ' DO RETORNO NAO EXISTE NO CADASTRO.'
                    ADD 1 TO WS-CONT-REJEITADOS
                    GO TO P510-FIM
           END-READ

           IF RET-RECUSADO
              DISPLAY 'ALUNO ' ID-ALUNO ' ' NM-ALUNO IN REG-ALUNO
                      ' - CARTAO RECUSADO: ' RET-MOTIVO
              ADD 1 TO WS-CONT-RECUSADOS
              GO TO P510-FIM
           END-IF

           IF NOT RET-EMITIDO OR RET-CARTAO EQUAL SPACE
              DISPLAY 'ALUNO ' ID-ALUNO
                      ' - SITUACAO DO RETORNO INVALIDA: ' RET-SITUACAO
              ADD 1 TO WS-CONT-REJEITADOS
              GO TO P510-FIM
           END-IF

           IF PASSE-ALUNO EQUAL SPACE
              DISPLAY 'ALUNO ' ID-ALUNO ' ' NM-ALUNO IN REG-ALUNO
                      ' - SEM PASSE ESCOLAR NO CADASTRO.'
              ADD 1 TO WS-CONT-REJEITADOS
              GO TO P510-FIM
           END-IF

           IF CARTAO-PASSE-ALUNO EQUAL RET-CARTAO
              GO TO P510-FIM
           END-IF

           MOVE REG-ALUNO(241:25) TO WS-PASSE-ANTES
           MOVE RET-CARTAO TO CARTAO-PASSE-ALUNO
      * Cartao emitido para aluno ja bloqueado: o bloqueio volta a
      * sair na proxima remessa, agora com o numero do cartao.
           IF PASSE-BLOQUEADO
              MOVE WS-DATA-HOJE TO DT-BLOQ-PASSE-ALUNO
              DISPLAY 'ALUNO ' ID-ALUNO ' ' NM-ALUNO IN REG-ALUNO
                      ' - CARTAO EMITIDO PARA PASSE BLOQUEADO.'
           END-IF
           MOVE 'CARTAO EMITIDO' TO WS-MOTIVO-AUD
           PERFORM P250-GRAVA-PASSE THRU P250-FIM
           ADD 1 TO WS-CONT-EMITIDOS
           .
       P510-FIM.

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

           MOVE 'PROGPASS' TO AUD-PROGRAMA
           MOVE WS-MOTIVO-AUD TO AUD-MOTIVO
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
       END PROGRAM PROGPASS.
