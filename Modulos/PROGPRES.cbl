      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Extrato bimestral do Sistema Presenca (MEC) para a
      *          condicionalidade de educacao do Bolsa Familia: para
      *          cada aluno ativo com NIS, o percentual de frequencia
      *          de cada mes do bimestre apurado do diario de faltas
      *          (FREQUENCIA, periodo do calendario letivo que cobre
      *          o mes) liquido dos abonos. Abaixo do minimo legal
      *          (85%, ou 75% a partir dos 16 anos) o registro leva o
      *          codigo de motivo escolhido pelo operador na tabela,
      *          ja sugerido pelo tipo de documento do abono ou pela
      *          FICAI aberta do aluno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRES.


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

           SELECT FICAI ASSIGN TO
           WS-CAMINHO-FICAI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-FICAI
           FILE STATUS IS WS-FS-FIC.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS.

           SELECT PRESENCA ASSIGN TO
           WS-CAMINHO-PRESENCA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRE.

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

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  ABONOS.
           COPY FD-ABONOS.

       FD  FICAI.
           COPY FD-FICAI.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

      * Registro do extrato no leiaute de importacao do Sistema
      * Presenca: um registro por aluno beneficiario e mes.
       FD  PRESENCA.
       01  REG-PRESENCA.
           03 PRE-NIS                        PIC 9(11).
           03 PRE-INEP-ALUNO                 PIC 9(12).
           03 PRE-NOME                       PIC X(20).
           03 PRE-DT-NASC                    PIC 9(08).
           03 PRE-UNIDADE                    PIC X(04).
           03 PRE-ANO                        PIC 9(04).
           03 PRE-MES                        PIC 9(02).
           03 PRE-SITUACAO                   PIC X(01).
      *       F = frequencia informada, S = sem lancamento no mes
           03 PRE-FREQUENCIA                 PIC 9(03).
           03 PRE-MOTIVO                     PIC 9(02).
           03 PRE-ID-ALUNO                   PIC 9(05).

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-ABONOS                 PIC X(80).
       01  WS-CAMINHO-FICAI                  PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-PRESENCA               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-ABN                         PIC 99.
           88 FS-ABN-OK                      VALUE 0.

       77  WS-FS-FIC                         PIC 99.
           88 FS-FIC-OK                      VALUE 0.

       77  WS-FS-PRE                         PIC 99.
           88 FS-PRE-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-FRQ                        PIC X.
           88 EOF-FRQ-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-ANO-PRE                        PIC 9(04) VALUE ZERO.
       77  WS-BIMESTRE                       PIC 9(01) VALUE ZERO.
       77  WS-MES-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-MES-PRE                        PIC 9(02) VALUE ZERO.
       77  WS-DATA-MEIO-MES                  PIC 9(08) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

      * Periodo do calendario letivo que cobre cada mes do bimestre
       01  WS-TAB-MESES.
           03 WS-MES-ITEM OCCURS 2 TIMES.
              05 WS-MES-NUM                  PIC 9(02).
              05 WS-MES-TRIM                 PIC 9(02).

       77  WS-FREQ-MINIMA                    PIC 9(03) VALUE ZERO.
       77  WS-IDADE                          PIC 9(03) VALUE ZERO.
       01  WS-DATA-NASC                      PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-NASC.
           03 WS-NASC-ANO                    PIC 9(04).
           03 FILLER                         PIC 9(04).

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
       77  WS-MOTIVO                         PIC 9(02) VALUE ZERO.
       77  WS-MOTIVO-SUGERIDO                PIC 9(02) VALUE ZERO.
       77  WS-MOTIVO-DIG                     PIC X(02) VALUE SPACE.
       77  WS-TIPO-DOC                       PIC X(01) VALUE SPACE.
       77  WS-TEM-FICAI                      PIC X VALUE 'N'.
           88 TEM-FICAI-OK                   VALUE 'S'.

       77  WS-CONT-BENEF                     PIC 9(05) VALUE ZERO.
       77  WS-CONT-REGISTROS                 PIC 9(05) VALUE ZERO.
       77  WS-CONT-ABAIXO                    PIC 9(05) VALUE ZERO.
       77  WS-CONT-SEM-LANC                  PIC 9(05) VALUE ZERO.

      * Abonos do ano carregados uma vez para a apuracao
       77  WS-AB-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-AB-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-ABONOS.
           03 WS-AB-ITEM OCCURS 3000 TIMES.
              05 WS-AB-ALUNO                 PIC 9(05).
              05 WS-AB-DISC                  PIC 9(05).
              05 WS-AB-TRIM                  PIC 9(02).
              05 WS-AB-AULAS                 PIC 9(03).
              05 WS-AB-TIPO                  PIC X(01).

      * Alunos com FICAI aberta ou encaminhada no ano
       77  WS-FC-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-FC-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-FICAI.
           03 WS-FC-ALUNO OCCURS 1000 TIMES  PIC 9(05).

      * Tabela de motivos de baixa frequencia do Sistema Presenca
       01  WS-MOTIVOS-VALORES.
           03 FILLER PIC X(42) VALUE
              '01AUSENCIA POR QUESTAO DE SAUDE DO ALUNO  '.
           03 FILLER PIC X(42) VALUE
              '02DOENCA OU OBITO NA FAMILIA              '.
           03 FILLER PIC X(42) VALUE
              '03INEXISTENCIA DE OFERTA DE ENSINO        '.
           03 FILLER PIC X(42) VALUE
              '04FATOS QUE IMPEDEM O DESLOCAMENTO        '.
           03 FILLER PIC X(42) VALUE
              '05ESCOLA SEM CONDICOES DE RECEBER ALUNOS  '.
           03 FILLER PIC X(42) VALUE
              '06TRABALHO INFANTIL OU EXPLORACAO         '.
           03 FILLER PIC X(42) VALUE
              '07ABANDONO ESCOLAR OU DESISTENCIA         '.
           03 FILLER PIC X(42) VALUE
              '08NEGLIGENCIA DOS PAIS OU RESPONSAVEIS    '.
           03 FILLER PIC X(42) VALUE
              '09VIOLENCIA OU DISCRIMINACAO NA ESCOLA    '.
           03 FILLER PIC X(42) VALUE
              '10GRAVIDEZ                                '.
           03 FILLER PIC X(42) VALUE
              '11MENDICANCIA OU TRAJETORIA DE RUA        '.
           03 FILLER PIC X(42) VALUE
              '12DESINTERESSE OU DESMOTIVACAO            '.
           03 FILLER PIC X(42) VALUE
              '13OUTROS MOTIVOS                          '.
       01  WS-TAB-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           03 WS-MOT-ITEM OCCURS 13 TIMES.
              05 WS-MOT-COD                  PIC 9(02).
              05 WS-MOT-DESC                 PIC X(40).
       77  WS-MOT-IDX                        PIC 9(02) VALUE ZERO.

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
           DISPLAY 'SISTEMA PRESENCA - FREQUENCIA DO BOLSA FAMILIA'
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

           ACCEPT WS-CAMINHO-FICAI FROM ENVIRONMENT 'FICAI_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FICAI.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-FICAI
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-PRESENCA FROM ENVIRONMENT 'PRESENCA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PRESENCA.txt'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PRESENCA
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
           DISPLAY '|     1 - Gerar Extrato Bimestral                 |'
           DISPLAY '|     2 - Tabela de Motivos de Baixa Frequencia   |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-GERA-EXTRATO THRU P200-FIM
              WHEN '2'
                 PERFORM P600-MOSTRA-MOTIVOS THRU P600-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-GERA-EXTRATO.

           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-PRE
           DISPLAY 'Informe o bimestre (1 = JAN/FEV ... 6 = NOV/DEZ): '
           ACCEPT WS-BIMESTRE

           IF WS-ANO-PRE NOT NUMERIC OR WS-ANO-PRE EQUAL ZERO
              DISPLAY 'ANO LETIVO INVALIDO.'
              GO TO P200-FIM
           END-IF

           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 6
              DISPLAY 'BIMESTRE INVALIDO. Informe de 1 a 6.'
              GO TO P200-FIM
           END-IF

           COMPUTE WS-MES-NUM (1) = WS-BIMESTRE * 2 - 1
           COMPUTE WS-MES-NUM (2) = WS-BIMESTRE * 2

           PERFORM P210-PERIODOS-DOS-MESES THRU P210-FIM
           PERFORM P220-CARREGA-ABONOS THRU P220-FIM
           PERFORM P230-CARREGA-FICAI THRU P230-FIM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZERO TO WS-CONT-BENEF
           MOVE ZERO TO WS-CONT-REGISTROS
           MOVE ZERO TO WS-CONT-ABAIXO
           MOVE ZERO TO WS-CONT-SEM-LANC

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA

           SET FS-PRE-OK TO TRUE
           OPEN OUTPUT PRESENCA
           IF NOT FS-PRE-OK
              DISPLAY 'ERRO AO CRIAR O EXTRATO: ' WS-CAMINHO-PRESENCA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PRE
              CLOSE ALUNOS
              CLOSE FREQUENCIA
              GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ALUNO-ATIVO AND NIS-ALUNO NUMERIC AND
                       NIS-ALUNO NOT EQUAL ZERO AND
                       (LK-UNIDADE EQUAL SPACE OR
                        UNIDADE-ALUNO EQUAL LK-UNIDADE)
                       ADD 1 TO WS-CONT-BENEF
                       PERFORM P300-PROCESSA-ALUNO THRU P300-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRESENCA
           CLOSE FREQUENCIA
           CLOSE ALUNOS

           DISPLAY ' '
           DISPLAY 'BENEFICIARIOS (ALUNOS ATIVOS COM NIS): '
                   WS-CONT-BENEF
           DISPLAY 'REGISTROS GRAVADOS NO EXTRATO:         '
                   WS-CONT-REGISTROS
           DISPLAY 'MESES ABAIXO DO MINIMO (COM MOTIVO):   '
                   WS-CONT-ABAIXO
           DISPLAY 'MESES SEM LANCAMENTO DE FREQUENCIA:    '
                   WS-CONT-SEM-LANC
           DISPLAY 'EXTRATO GRAVADO EM ' WS-CAMINHO-PRESENCA

           MOVE 'EXTRATO'    TO AUD-OPERACAO
           MOVE 'PRESENCA'   TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           STRING WS-ANO-PRE  DELIMITED BY SIZE
                  '-B'        DELIMITED BY SIZE
                  WS-BIMESTRE DELIMITED BY SIZE
                  INTO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'BENEFICIARIOS '  DELIMITED BY SIZE
                  WS-CONT-BENEF     DELIMITED BY SIZE
                  ' REGISTROS '     DELIMITED BY SIZE
                  WS-CONT-REGISTROS DELIMITED BY SIZE
                  ' ABAIXO '        DELIMITED BY SIZE
                  WS-CONT-ABAIXO    DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P200-FIM.

       P210-PERIODOS-DOS-MESES.

      * O diario de faltas e lancado por periodo do calendario
      * letivo; cada mes usa o periodo que cobre o dia 15 do mes.
           MOVE ZERO TO WS-MES-TRIM (1)
           MOVE ZERO TO WS-MES-TRIM (2)

           SET FS-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK
              DISPLAY 'AVISO: CALENDARIO LETIVO NAO CADASTRADO. OS '
                      'MESES SAIRAO SEM LANCAMENTO.'
              GO TO P210-FIM
           END-IF

           PERFORM VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 2
              COMPUTE WS-DATA-MEIO-MES = WS-ANO-PRE * 10000 +
                 WS-MES-NUM (WS-MES-IDX) * 100 + 15
              MOVE WS-ANO-PRE TO ANO-CAL
              MOVE ZERO       TO TRIM-CAL
              START CALENDARIO KEY IS GREATER THAN OR EQUAL
                 CHAVE-CALENDARIO
                 INVALID KEY
                    SET EOF-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-OK TO FALSE
              END-START
              PERFORM UNTIL EOF-OK
                 READ CALENDARIO NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF ANO-CAL NOT EQUAL WS-ANO-PRE
                          SET EOF-OK TO TRUE
                       ELSE
                          IF WS-DATA-MEIO-MES NOT < DT-INICIO-CAL AND
                             WS-DATA-MEIO-MES NOT > DT-FIM-CAL
                             MOVE TRIM-CAL TO WS-MES-TRIM (WS-MES-IDX)
                             SET EOF-OK TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-MES-TRIM (WS-MES-IDX) EQUAL ZERO
                 DISPLAY 'AVISO: MES ' WS-MES-NUM (WS-MES-IDX)
                         ' FORA DOS PERIODOS DO CALENDARIO LETIVO.'
              END-IF
           END-PERFORM

           CLOSE CALENDARIO
           .
       P210-FIM.

       P220-CARREGA-ABONOS.

           MOVE ZERO TO WS-AB-QTD

           SET FS-ABN-OK TO TRUE
           OPEN INPUT ABONOS
           IF NOT FS-ABN-OK
              GO TO P220-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ABONOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-ABN EQUAL WS-ANO-PRE AND WS-AB-QTD < 3000
                       ADD 1 TO WS-AB-QTD
                       MOVE ID-ALUNO-ABN      TO WS-AB-ALUNO (WS-AB-QTD)
                       MOVE ID-DISCIPLINA-ABN TO WS-AB-DISC (WS-AB-QTD)
                       MOVE TRIM-ABN          TO WS-AB-TRIM (WS-AB-QTD)
                       MOVE AULAS-ABONADAS    TO WS-AB-AULAS (WS-AB-QTD)
                       MOVE TIPO-DOC-ABN      TO WS-AB-TIPO (WS-AB-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ABONOS
           .
       P220-FIM.

       P230-CARREGA-FICAI.

           MOVE ZERO TO WS-FC-QTD

           SET FS-FIC-OK TO TRUE
           OPEN INPUT FICAI
           IF NOT FS-FIC-OK
              GO TO P230-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ FICAI NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-FIC EQUAL WS-ANO-PRE AND
                       (FIC-ABERTA OR FIC-ENCAMINHADA) AND
                       WS-FC-QTD < 1000
                       ADD 1 TO WS-FC-QTD
                       MOVE ID-ALUNO-FIC TO WS-FC-ALUNO (WS-FC-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FICAI
           .
       P230-FIM.

       P300-PROCESSA-ALUNO.

      * Minimo legal da condicionalidade: 85% de 6 a 15 anos e 75%
      * para 16 e 17 anos (idade completa no ano do extrato).
           MOVE 85 TO WS-FREQ-MINIMA
           IF DT-NASC-ALUNO NUMERIC AND DT-NASC-ALUNO NOT EQUAL ZERO
              MOVE DT-NASC-ALUNO TO WS-DATA-NASC
              COMPUTE WS-IDADE = WS-ANO-PRE - WS-NASC-ANO
              IF WS-NASC-ANO < WS-ANO-PRE AND WS-IDADE NOT < 16
                 MOVE 75 TO WS-FREQ-MINIMA
              END-IF
           END-IF

           PERFORM VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 2
              PERFORM P310-APURA-MES THRU P310-FIM
           END-PERFORM
           .
       P300-FIM.

       P310-APURA-MES.

           MOVE WS-MES-NUM (WS-MES-IDX) TO WS-MES-PRE

           INITIALIZE REG-PRESENCA
           MOVE NIS-ALUNO     TO PRE-NIS
           MOVE INEP-ALUNO    TO PRE-INEP-ALUNO
           MOVE NM-ALUNO      TO PRE-NOME
           MOVE DT-NASC-ALUNO TO PRE-DT-NASC
           MOVE UNIDADE-ALUNO TO PRE-UNIDADE
           MOVE WS-ANO-PRE    TO PRE-ANO
           MOVE WS-MES-PRE    TO PRE-MES
           MOVE ID-ALUNO      TO PRE-ID-ALUNO
           MOVE ZERO          TO PRE-MOTIVO

           PERFORM P320-SOMA-FREQUENCIA THRU P320-FIM

           IF WS-AULAS EQUAL ZERO
              MOVE 'S'  TO PRE-SITUACAO
              MOVE ZERO TO PRE-FREQUENCIA
              ADD 1 TO WS-CONT-SEM-LANC
           ELSE
              MOVE 'F' TO PRE-SITUACAO
              COMPUTE WS-FALTAS-LIQ = WS-FALTAS-LIQ - WS-SOMA-ABONADAS
              IF WS-FALTAS-LIQ < ZERO
                 MOVE ZERO TO WS-FALTAS-LIQ
              END-IF
              IF WS-FALTAS-LIQ > WS-AULAS
                 MOVE WS-AULAS TO WS-FALTAS-LIQ
              END-IF
              COMPUTE WS-PERCENTUAL =
                 ((WS-AULAS - WS-FALTAS-LIQ) * 100) / WS-AULAS
              MOVE WS-PERCENTUAL TO PRE-FREQUENCIA
              IF WS-PERCENTUAL < WS-FREQ-MINIMA
                 PERFORM P400-ESCOLHE-MOTIVO THRU P400-FIM
                 MOVE WS-MOTIVO TO PRE-MOTIVO
                 ADD 1 TO WS-CONT-ABAIXO
              END-IF
           END-IF

           WRITE REG-PRESENCA
           IF FS-PRE-OK
              ADD 1 TO WS-CONT-REGISTROS
           ELSE
              DISPLAY 'ERRO AO GRAVAR O EXTRATO. FILE STATUS: '
                      WS-FS-PRE
           END-IF
           .
       P310-FIM.

       P320-SOMA-FREQUENCIA.

      * O registro de disciplina zero e o dia escolar apontado pela
      * catraca; quando existe, e ele a frequencia diaria do mes.
      * Sem catraca, somam-se as aulas e faltas das disciplinas. Os
      * abonos descontados seguem a mesma origem (disciplina zero ou
      * todas as disciplinas).
           MOVE ZERO TO WS-AULAS-GERAL
           MOVE ZERO TO WS-FALTAS-GERAL
           MOVE ZERO TO WS-AULAS-DISC
           MOVE ZERO TO WS-FALTAS-DISC
           MOVE ZERO TO WS-AULAS
           MOVE ZERO TO WS-FALTAS-LIQ
           MOVE ZERO TO WS-SOMA-ABONADAS
           MOVE SPACE TO WS-TIPO-DOC
           MOVE 'N' TO WS-TEM-GERAL

           IF WS-MES-TRIM (WS-MES-IDX) EQUAL ZERO OR NOT FS-FRQ-OK
              GO TO P320-FIM
           END-IF

           MOVE ID-ALUNO TO ID-ALUNO-FRQ
           MOVE ZERO     TO ID-DISCIPLINA-FRQ
           MOVE ZERO     TO TRIMESTRE-FRQ
           START FREQUENCIA KEY IS GREATER THAN OR EQUAL
              CHAVE-FREQUENCIA
              INVALID KEY
                 SET EOF-FRQ-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-FRQ-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-FRQ-OK
              READ FREQUENCIA NEXT RECORD
                 AT END
                    SET EOF-FRQ-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-FRQ NOT EQUAL ID-ALUNO
                       SET EOF-FRQ-OK TO TRUE
                    ELSE
                       IF TRIMESTRE-FRQ EQUAL WS-MES-TRIM (WS-MES-IDX)
                          IF ID-DISCIPLINA-FRQ EQUAL ZERO
                             MOVE 'S' TO WS-TEM-GERAL
                             ADD AULAS-DADAS-FRQ TO WS-AULAS-GERAL
                             ADD FALTAS-FRQ      TO WS-FALTAS-GERAL
                          ELSE
                             ADD AULAS-DADAS-FRQ TO WS-AULAS-DISC
                             ADD FALTAS-FRQ      TO WS-FALTAS-DISC
                          END-IF
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

           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
              UNTIL WS-AB-IDX > WS-AB-QTD
              IF WS-AB-ALUNO (WS-AB-IDX) EQUAL ID-ALUNO AND
                 WS-AB-TRIM (WS-AB-IDX) EQUAL WS-MES-TRIM (WS-MES-IDX)
                 IF NOT TEM-GERAL-OK OR
                    WS-AB-DISC (WS-AB-IDX) EQUAL ZERO
                    ADD WS-AB-AULAS (WS-AB-IDX) TO WS-SOMA-ABONADAS
                 END-IF
                 IF WS-TIPO-DOC EQUAL SPACE
                    MOVE WS-AB-TIPO (WS-AB-IDX) TO WS-TIPO-DOC
                 END-IF
              END-IF
           END-PERFORM
           .
       P320-FIM.

       P400-ESCOLHE-MOTIVO.

      * Sugestao: atestado = saude do aluno, declaracao = doenca na
      * familia, outro documento = outros; sem abono, FICAI aberta
      * no ano = abandono/desistencia. O operador confirma com ENTER
      * ou digita outro codigo da tabela.
           MOVE ZERO TO WS-MOTIVO-SUGERIDO
           EVALUATE WS-TIPO-DOC
              WHEN 'A'
                 MOVE 01 TO WS-MOTIVO-SUGERIDO
              WHEN 'D'
                 MOVE 02 TO WS-MOTIVO-SUGERIDO
              WHEN 'O'
                 MOVE 13 TO WS-MOTIVO-SUGERIDO
              WHEN OTHER
                 MOVE 'N' TO WS-TEM-FICAI
                 PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                    UNTIL WS-FC-IDX > WS-FC-QTD OR TEM-FICAI-OK
                    IF WS-FC-ALUNO (WS-FC-IDX) EQUAL ID-ALUNO
                       MOVE 'S' TO WS-TEM-FICAI
                    END-IF
                 END-PERFORM
                 IF TEM-FICAI-OK
                    MOVE 07 TO WS-MOTIVO-SUGERIDO
                 END-IF
           END-EVALUATE

           DISPLAY ' '
           DISPLAY 'ALUNO ' ID-ALUNO ' ' NM-ALUNO ' NIS ' NIS-ALUNO
           DISPLAY '   MES ' WS-MES-PRE '/' WS-ANO-PRE
                   ' FREQUENCIA ' WS-PERCENTUAL '% (MINIMO '
                   WS-FREQ-MINIMA '%)'
           IF WS-MOTIVO-SUGERIDO NOT EQUAL ZERO
              DISPLAY '   MOTIVO SUGERIDO: ' WS-MOTIVO-SUGERIDO ' - '
                      WS-MOT-DESC (WS-MOTIVO-SUGERIDO)
           END-IF

           MOVE ZERO TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT EQUAL ZERO
              MOVE SPACE TO WS-MOTIVO-DIG
              DISPLAY '   Codigo do motivo (01 a 13, ENTER = sugerido, '
                      '? = tabela): '
              ACCEPT WS-MOTIVO-DIG
              EVALUATE TRUE
                 WHEN WS-MOTIVO-DIG EQUAL SPACE
                    IF WS-MOTIVO-SUGERIDO EQUAL ZERO
                       DISPLAY '   SEM SUGESTAO: INFORME O CODIGO.'
                    ELSE
                       MOVE WS-MOTIVO-SUGERIDO TO WS-MOTIVO
                    END-IF
                 WHEN WS-MOTIVO-DIG(1:1) EQUAL '?'
                    PERFORM P600-MOSTRA-MOTIVOS THRU P600-FIM
                 WHEN WS-MOTIVO-DIG NUMERIC
                    IF WS-MOTIVO-DIG < '01' OR WS-MOTIVO-DIG > '13'
                       DISPLAY '   CODIGO FORA DA TABELA.'
                    ELSE
                       MOVE WS-MOTIVO-DIG TO WS-MOTIVO
                    END-IF
                 WHEN OTHER
                    DISPLAY '   CODIGO INVALIDO. Informe dois digitos.'
              END-EVALUATE
           END-PERFORM
           .
       P400-FIM.

       P600-MOSTRA-MOTIVOS.

           DISPLAY ' '
           DISPLAY 'MOTIVOS DE BAIXA FREQUENCIA (SISTEMA PRESENCA)'
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1 UNTIL WS-MOT-IDX > 13
              DISPLAY '   ' WS-MOT-COD (WS-MOT-IDX) ' - '
                      WS-MOT-DESC (WS-MOT-IDX)
           END-PERFORM
           .
       P600-FIM.

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

           MOVE 'PROGPRES' TO AUD-PROGRAMA
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
       END PROGRAM PROGPRES.
