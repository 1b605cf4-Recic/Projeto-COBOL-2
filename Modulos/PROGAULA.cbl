      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Diario de conteudos: registro do conteudo ministrado
      *          pelo professor em cada aula (disciplina, turma, data
      *          e tempo, com a descricao resumida e o numero de aulas
      *          seguidas), validado contra o calendario letivo (data
      *          dentro de um periodo e que nao seja feriado) e o
      *          quadro de horarios (todos os tempos registrados sao
      *          aulas da disciplina na turma naquele dia da semana).
      *          Os registros alimentam as paginas de conteudo do
      *          diario de classe impresso pelo PROGLIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAULA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS ASSIGN TO
           WS-CAMINHO-AULAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AULA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-AUL.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS.

           SELECT FERIADOS ASSIGN TO
           WS-CAMINHO-FERIADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY DATA-FER
           FILE STATUS IS WS-FS.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT AFASTA ASSIGN TO
           WS-CAMINHO-AFASTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-AFASTA
           FILE STATUS IS WS-FS-AFA.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AULAS.
           COPY FD-AULAS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  FERIADOS.
           COPY FD-FERIADOS.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-AULAS                  PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-FERIADOS               PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-AUL                         PIC 99.
           88 FS-AUL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.
       77  WS-TOT-AULAS                      PIC 9(05) VALUE ZERO.

       77  WS-VALIDO                         PIC X.
           88 VALIDO-OK                      VALUE 'S'.

       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 EXISTE-OK                      VALUE 'S'.

       77  WS-TURMA-AUL                      PIC 9(05) VALUE ZERO.
       77  WS-DISCIPLINA-AUL                 PIC 9(05) VALUE ZERO.
       77  WS-TEMPO-AUL                      PIC 9(02) VALUE ZERO.
       77  WS-QTD-AULAS                      PIC 9(02) VALUE ZERO.
       77  WS-DS-CONTEUDO                    PIC X(50) VALUE SPACE.
       77  WS-TRIM-AUL                       PIC 9(02) VALUE ZERO.
       77  WS-NM-DISCIPLINA                  PIC X(20) VALUE SPACE.
       77  WS-ANO-ALVO                       PIC 9(04) VALUE ZERO.

      * Faixa de tempos ocupada pelo registro (tempo inicial ate o
      * ultimo tempo das aulas seguidas) e pelos ja gravados no dia.
       77  WS-TEMPO-FIM                      PIC 9(02) VALUE ZERO.
       77  WS-TEMPO-IDX                      PIC 9(02) VALUE ZERO.
       77  WS-GRAV-FIM                       PIC 9(02) VALUE ZERO.

       01  WS-DATA-AUL                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-AUL.
           03 WS-AUL-ANO                     PIC 9(04).
           03 WS-AUL-MES                     PIC 9(02).
           03 WS-AUL-DIA                     PIC 9(02).

      * Dia da semana no padrao do quadro de horarios (1 = segunda
      * a 6 = sabado, 7 = domingo), pela contagem de dias desde
      * 01/01/1601, que foi uma segunda-feira.
       77  WS-DIAS-INT                       PIC 9(07) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(07) VALUE ZERO.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.

       01  WS-LIN-AULA.
           03 WS-LA-DIA                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LA-MES                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-LA-ANO                      PIC 9(04).
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LA-TEMPO                    PIC Z9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LA-QTD                      PIC Z9.
           03 FILLER                         PIC X(03) VALUE SPACE.
           03 WS-LA-TRIM                     PIC Z9.
           03 FILLER                         PIC X(02) VALUE SPACE.
           03 WS-LA-CONTEUDO                 PIC X(50).

      * Perfil P (professor): pares disciplina/turma liberados para o
      * login, montados da OFERTA do ano corrente e dos afastamentos
      * vigentes em que o professor e o substituto.
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-AFASTA                 PIC X(80).
       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.
       77  WS-FS-AFA                         PIC 99.
           88 FS-AFA-OK                      VALUE 0.
       77  WS-EOF-ACS                        PIC X VALUE 'N'.
           88 EOF-ACS-OK                     VALUE 'S' FALSE 'N'.
       77  WS-ACS-CARREGADO                  PIC X VALUE 'N'.
           88 ACS-CARREGADO-OK               VALUE 'S' FALSE 'N'.
       77  WS-ACS-LIBERADO                   PIC X VALUE 'N'.
           88 ACS-LIBERADO-OK                VALUE 'S' FALSE 'N'.
       77  WS-ACS-DISC                       PIC 9(05) VALUE ZERO.
       77  WS-ACS-TURMA                      PIC 9(05) VALUE ZERO.
       77  WS-ACS-QTD-PAR                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-QTD-SUB                    PIC 9(03) VALUE ZERO.
       77  WS-ACS-IDX                        PIC 9(03) VALUE ZERO.
       01  WS-ACS-HOJE.
           03 WS-ACS-ANO                     PIC 9(04).
           03 FILLER                         PIC 9(04).
       01  WS-ACS-HOJE-N REDEFINES WS-ACS-HOJE PIC 9(08).
       01  WS-ACS-TAB-PAR.
           03 WS-ACS-PAR OCCURS 200 TIMES.
              05 WS-ACS-PAR-DISC             PIC 9(05).
              05 WS-ACS-PAR-TURMA            PIC 9(05).
       01  WS-ACS-TAB-SUB.
           03 WS-ACS-SUB OCCURS 50 TIMES.
              05 WS-ACS-SUB-TITULAR          PIC 9(05).
              05 WS-ACS-SUB-DISC             PIC 9(05).
              05 WS-ACS-SUB-TURMA            PIC 9(05).

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
           03 LK-ID-PROFESSOR                 PIC 9(05).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
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
           DISPLAY 'DIARIO DE CONTEUDOS - REGISTRO DE AULAS'
           DISPLAY '***************************************************'

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-AULAS FROM ENVIRONMENT 'AULAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AULAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-AULAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
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

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AFASTA FROM ENVIRONMENT 'AFASTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AFASTAMENTOS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-AFASTA
           END-ACCEPT

           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Registrar Conteudo da Aula              |'
           DISPLAY '|     2 - Excluir Registro de Aula                |'
           DISPLAY '|     3 - Consultar Conteudos da Turma            |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-REGISTRA-AULA THRU P200-FIM
              WHEN '2'
                 PERFORM P300-EXCLUI-AULA THRU P300-FIM
              WHEN '3'
                 PERFORM P400-CONSULTA-CONTEUDOS THRU P400-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-REGISTRA-AULA.

           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-AUL
           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA-AUL
           DISPLAY 'Data da aula (AAAAMMDD): '
           ACCEPT WS-DATA-AUL
           DISPLAY 'Tempo de aula (inicial): '
           ACCEPT WS-TEMPO-AUL
           DISPLAY 'Numero de aulas seguidas (1 se unica): '
           ACCEPT WS-QTD-AULAS

           IF WS-DATA-AUL NOT NUMERIC OR
              WS-AUL-MES < 1 OR WS-AUL-MES > 12 OR
              WS-AUL-DIA < 1 OR WS-AUL-DIA > 31
              DISPLAY 'DATA INVALIDA. Informe AAAAMMDD.'
              GO TO P200-FIM
           END-IF

           IF WS-TEMPO-AUL NOT NUMERIC OR WS-TEMPO-AUL EQUAL ZERO
              DISPLAY 'TEMPO DE AULA INVALIDO.'
              GO TO P200-FIM
           END-IF

           IF WS-QTD-AULAS NOT NUMERIC OR WS-QTD-AULAS EQUAL ZERO
              MOVE 1 TO WS-QTD-AULAS
           END-IF

           COMPUTE WS-TEMPO-FIM = WS-TEMPO-AUL + WS-QTD-AULAS - 1
              ON SIZE ERROR
                 DISPLAY 'NUMERO DE AULAS INVALIDO.'
                 GO TO P200-FIM
           END-COMPUTE

           PERFORM P610-VALIDA-TURMA-DISC THRU P610-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           MOVE WS-AUL-ANO TO WS-ANO-ALVO
           PERFORM P615-VALIDA-ACESSO THRU P615-FIM
           IF NOT ACS-LIBERADO-OK
              GO TO P200-FIM
           END-IF

           PERFORM P620-VALIDA-CALENDARIO THRU P620-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           PERFORM P630-VALIDA-HORARIO THRU P630-FIM
           IF NOT VALIDO-OK
              GO TO P200-FIM
           END-IF

           SET FS-AUL-OK TO TRUE
           OPEN I-O AULAS

           IF WS-FS-AUL EQUAL 35
              OPEN OUTPUT AULAS
              CLOSE AULAS
              OPEN I-O AULAS
           END-IF

           IF NOT FS-AUL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AULAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUL
              GO TO P200-FIM
           END-IF

           PERFORM P640-VALIDA-SOBREPOSICAO THRU P640-FIM
           IF NOT VALIDO-OK
              CLOSE AULAS
              GO TO P200-FIM
           END-IF

      * Aula ja registrada no mesmo tempo: o registro e corrigido
      * (alteracao) em vez de recusado.
           MOVE 'N' TO WS-EXISTE
           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-AUL
           MOVE WS-TURMA-AUL      TO ID-TURMA-AUL
           MOVE WS-DATA-AUL       TO DATA-AUL
           MOVE WS-TEMPO-AUL      TO TEMPO-AUL
           READ AULAS
              KEY IS CHAVE-AULA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WS-EXISTE
                    MOVE REG-AULA TO AUD-VALOR-ANTES
                    DISPLAY 'AULA JA REGISTRADA: ' DS-CONTEUDO-AUL
                    DISPLAY 'AULAS: ' QTD-AULAS-AUL
           END-READ

           DISPLAY 'Conteudo ministrado (resumo): '
           ACCEPT WS-DS-CONTEUDO

           IF WS-DS-CONTEUDO EQUAL SPACE
              DISPLAY 'INFORME O CONTEUDO MINISTRADO.'
              CLOSE AULAS
              GO TO P200-FIM
           END-IF

           DISPLAY WS-NM-DISCIPLINA ' NA TURMA ' WS-TURMA-AUL ' EM '
                   WS-DATA-AUL ' TEMPO ' WS-TEMPO-AUL ' (' WS-QTD-AULAS
                   ' AULA(S), PERIODO ' WS-TRIM-AUL ').'
           DISPLAY 'TECLE: <S> para gravar ou <QUALQUER TECLA> para '
                   'cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              CLOSE AULAS
              GO TO P200-FIM
           END-IF

           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-AUL
           MOVE WS-TURMA-AUL      TO ID-TURMA-AUL
           MOVE WS-DATA-AUL       TO DATA-AUL
           MOVE WS-TEMPO-AUL      TO TEMPO-AUL
           MOVE WS-QTD-AULAS      TO QTD-AULAS-AUL
           MOVE WS-TRIM-AUL       TO TRIM-AUL
           MOVE WS-DS-CONTEUDO    TO DS-CONTEUDO-AUL
           MOVE LK-OPERADOR       TO OPERADOR-AUL
           ACCEPT DATA-REG-AUL FROM DATE YYYYMMDD

           IF EXISTE-OK
              REWRITE REG-AULA
                 INVALID KEY
                    DISPLAY 'ERRO AO ALTERAR O REGISTRO DA AULA.'
                    DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUL
                 NOT INVALID KEY
                    DISPLAY 'REGISTRO DA AULA ALTERADO.'
                    MOVE 'ALTERACAO'  TO AUD-OPERACAO
                    MOVE 'AULAS'      TO AUD-ARQUIVO
                    MOVE CHAVE-AULA   TO AUD-CHAVE
                    MOVE REG-AULA     TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-REWRITE
           ELSE
              WRITE REG-AULA
                 INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A AULA.'
                    DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUL
                 NOT INVALID KEY
                    DISPLAY 'AULA REGISTRADA NO DIARIO DE CONTEUDOS.'
                    MOVE 'INCLUSAO'   TO AUD-OPERACAO
                    MOVE 'AULAS'      TO AUD-ARQUIVO
                    MOVE CHAVE-AULA   TO AUD-CHAVE
                    MOVE SPACE        TO AUD-VALOR-ANTES
                    MOVE REG-AULA     TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-WRITE
           END-IF

           CLOSE AULAS
           .
       P200-FIM.

       P300-EXCLUI-AULA.

           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-AUL
           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA-AUL
           DISPLAY 'Data da aula (AAAAMMDD): '
           ACCEPT WS-DATA-AUL
           DISPLAY 'Tempo de aula (inicial): '
           ACCEPT WS-TEMPO-AUL

           MOVE WS-AUL-ANO TO WS-ANO-ALVO
           PERFORM P615-VALIDA-ACESSO THRU P615-FIM
           IF NOT ACS-LIBERADO-OK
              GO TO P300-FIM
           END-IF

           SET FS-AUL-OK TO TRUE
           OPEN I-O AULAS
           IF NOT FS-AUL-OK
              DISPLAY 'NENHUMA AULA REGISTRADA.'
              GO TO P300-FIM
           END-IF

           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-AUL
           MOVE WS-TURMA-AUL      TO ID-TURMA-AUL
           MOVE WS-DATA-AUL       TO DATA-AUL
           MOVE WS-TEMPO-AUL      TO TEMPO-AUL
           READ AULAS
              KEY IS CHAVE-AULA
                 INVALID KEY
                    DISPLAY 'REGISTRO DE AULA NAO ENCONTRADO.'
                    CLOSE AULAS
                    GO TO P300-FIM
           END-READ

           DISPLAY 'CONTEUDO: ' DS-CONTEUDO-AUL
           DISPLAY 'AULAS: ' QTD-AULAS-AUL
           DISPLAY 'TECLE: <S> para excluir ou <QUALQUER TECLA> '
                   'para cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              CLOSE AULAS
              GO TO P300-FIM
           END-IF

           MOVE REG-AULA TO AUD-VALOR-ANTES
           DELETE AULAS RECORD
           IF FS-AUL-OK
              DISPLAY 'REGISTRO DE AULA EXCLUIDO.'
              MOVE 'EXCLUSAO'   TO AUD-OPERACAO
              MOVE 'AULAS'      TO AUD-ARQUIVO
              MOVE CHAVE-AULA   TO AUD-CHAVE
              MOVE SPACE        TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO EXCLUIR O REGISTRO DA AULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUL
           END-IF

           CLOSE AULAS
           .
       P300-FIM.

       P400-CONSULTA-CONTEUDOS.

      * Conteudos da disciplina na turma no ano, em ordem de data e
      * tempo (a propria ordem da chave do arquivo).
           DISPLAY 'Informe a turma: '
           ACCEPT WS-TURMA-AUL
           DISPLAY 'Informe a disciplina: '
           ACCEPT WS-DISCIPLINA-AUL
           DISPLAY 'Informe o ano letivo: '
           ACCEPT WS-ANO-ALVO

           PERFORM P615-VALIDA-ACESSO THRU P615-FIM
           IF NOT ACS-LIBERADO-OK
              GO TO P400-FIM
           END-IF

           SET FS-AUL-OK TO TRUE
           OPEN INPUT AULAS
           IF NOT FS-AUL-OK
              DISPLAY 'NENHUMA AULA REGISTRADA.'
              GO TO P400-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'CONTEUDOS - DISCIPLINA ' WS-DISCIPLINA-AUL
                   ' TURMA ' WS-TURMA-AUL ' ANO ' WS-ANO-ALVO
           DISPLAY 'DATA        TEMPO AULAS PER CONTEUDO'

           MOVE ZERO TO WS-CONT
           MOVE ZERO TO WS-TOT-AULAS
           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-AUL
           MOVE WS-TURMA-AUL      TO ID-TURMA-AUL
           COMPUTE DATA-AUL = WS-ANO-ALVO * 10000 + 101
           MOVE ZERO TO TEMPO-AUL
           START AULAS KEY IS GREATER THAN OR EQUAL CHAVE-AULA
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ AULAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-AUL NOT EQUAL WS-DISCIPLINA-AUL OR
                       ID-TURMA-AUL NOT EQUAL WS-TURMA-AUL OR
                       DATA-AUL(1:4) NOT EQUAL WS-ANO-ALVO
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-CONT
                       ADD QTD-AULAS-AUL TO WS-TOT-AULAS
                       MOVE DATA-AUL(7:2)   TO WS-LA-DIA
                       MOVE DATA-AUL(5:2)   TO WS-LA-MES
                       MOVE DATA-AUL(1:4)   TO WS-LA-ANO
                       MOVE TEMPO-AUL       TO WS-LA-TEMPO
                       MOVE QTD-AULAS-AUL   TO WS-LA-QTD
                       MOVE TRIM-AUL        TO WS-LA-TRIM
                       MOVE DS-CONTEUDO-AUL TO WS-LA-CONTEUDO
                       DISPLAY WS-LIN-AULA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AULAS

           DISPLAY ' '
           DISPLAY 'REGISTROS: ' WS-CONT '   AULAS DADAS: ' WS-TOT-AULAS
           .
       P400-FIM.

       P610-VALIDA-TURMA-DISC.

           MOVE 'S' TO WS-VALIDO

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'N' TO WS-VALIDO
              GO TO P610-FIM
           END-IF
           MOVE WS-TURMA-AUL TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA.'
                    MOVE 'N' TO WS-VALIDO
           END-READ
           CLOSE TURMAS
           IF NOT VALIDO-OK
              GO TO P610-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'N' TO WS-VALIDO
              GO TO P610-FIM
           END-IF
           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA
           READ DISCIPLINAS
              KEY IS ID-DISCIPLINA
                 INVALID KEY
                    DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                    MOVE 'N' TO WS-VALIDO
                 NOT INVALID KEY
                    MOVE NM-DISCIPLINA TO WS-NM-DISCIPLINA
           END-READ
           CLOSE DISCIPLINAS
           .
       P610-FIM.

       P615-VALIDA-ACESSO.

      * Perfil professor: turma/disciplina atribuida a ele na oferta
      * do ano corrente (ou herdada de afastamento) e ano corrente.
           MOVE WS-DISCIPLINA-AUL TO WS-ACS-DISC
           MOVE WS-TURMA-AUL      TO WS-ACS-TURMA
      * Turma zerada aqui nao vale como "qualquer turma".
           IF WS-ACS-TURMA EQUAL ZERO
              MOVE 99999 TO WS-ACS-TURMA
           END-IF
           PERFORM P710-VERIFICA-ACESSO THRU P710-FIM
           IF NOT ACS-LIBERADO-OK
              DISPLAY 'TURMA/DISCIPLINA NAO ATRIBUIDA AO PROFESSOR NO '
                      'ANO CORRENTE.'
              GO TO P615-FIM
           END-IF

           IF LK-PERFIL EQUAL 'P' AND WS-ANO-ALVO NOT EQUAL WS-ACS-ANO
              DISPLAY 'PERFIL PROFESSOR: APENAS O ANO LETIVO CORRENTE ('
                      WS-ACS-ANO ').'
              SET ACS-LIBERADO-OK TO FALSE
           END-IF
           .
       P615-FIM.

       P620-VALIDA-CALENDARIO.

      * A data tem de cair dentro de um periodo do calendario letivo
      * do ano e nao pode ser feriado cadastrado.
           MOVE 'N' TO WS-VALIDO
           MOVE ZERO TO WS-TRIM-AUL

           SET FS-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK
              DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO. CADASTRE OS '
                      'PERIODOS DO ANO ANTES DE REGISTRAR AULAS.'
              GO TO P620-FIM
           END-IF

           MOVE WS-AUL-ANO TO ANO-CAL
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
                    IF ANO-CAL NOT EQUAL WS-AUL-ANO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-DATA-AUL NOT < DT-INICIO-CAL AND
                          WS-DATA-AUL NOT > DT-FIM-CAL
                          MOVE TRIM-CAL TO WS-TRIM-AUL
                          MOVE 'S' TO WS-VALIDO
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO

           IF NOT VALIDO-OK
              DISPLAY 'DATA FORA DOS PERIODOS DO CALENDARIO LETIVO DE '
                      WS-AUL-ANO '.'
              GO TO P620-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT FERIADOS
           IF FS-OK
              MOVE WS-DATA-AUL TO DATA-FER
              READ FERIADOS
                 KEY IS DATA-FER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY 'DATA E FERIADO: ' DS-FERIADO
                       MOVE 'N' TO WS-VALIDO
              END-READ
              CLOSE FERIADOS
           END-IF
           .
       P620-FIM.

       P630-VALIDA-HORARIO.

      * Cada tempo registrado (do inicial ao ultimo das aulas
      * seguidas) precisa ser aula da disciplina na turma no dia da
      * semana da data, conforme o quadro de horarios.
           MOVE 'N' TO WS-VALIDO

           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE (WS-DATA-AUL)
           SUBTRACT 1 FROM WS-DIAS-INT
           DIVIDE WS-DIAS-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA

           IF WS-DIA-SEMANA EQUAL 7
              DISPLAY 'DATA CAI EM UM DOMINGO.'
              GO TO P630-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-OK
              DISPLAY 'QUADRO DE HORARIOS NAO CADASTRADO.'
              GO TO P630-FIM
           END-IF

           MOVE 'S' TO WS-VALIDO
           PERFORM VARYING WS-TEMPO-IDX FROM WS-TEMPO-AUL BY 1
              UNTIL WS-TEMPO-IDX > WS-TEMPO-FIM
              MOVE WS-TURMA-AUL      TO ID-TURMA-HOR
              MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-HOR
              MOVE WS-DIA-SEMANA     TO DIA-SEMANA-HOR
              MOVE WS-TEMPO-IDX      TO TEMPO-HOR
              READ HORARIOS
                 KEY IS CHAVE-HORARIO
                    INVALID KEY
                       DISPLAY 'O TEMPO ' WS-TEMPO-IDX ' DO DIA '
                               WS-DIA-SEMANA ' NAO E AULA DA '
                               'DISCIPLINA NA TURMA NO QUADRO DE '
                               'HORARIOS.'
                       MOVE 'N' TO WS-VALIDO
              END-READ
           END-PERFORM
           CLOSE HORARIOS
           .
       P630-FIM.

       P640-VALIDA-SOBREPOSICAO.

      * Recusa o registro cujos tempos se sobreponham aos de outra
      * aula ja registrada da disciplina na turma no mesmo dia (o
      * registro no mesmo tempo inicial e tratado como alteracao).
           MOVE 'S' TO WS-VALIDO

           MOVE WS-DISCIPLINA-AUL TO ID-DISCIPLINA-AUL
           MOVE WS-TURMA-AUL      TO ID-TURMA-AUL
           MOVE WS-DATA-AUL       TO DATA-AUL
           MOVE ZERO              TO TEMPO-AUL
           START AULAS KEY IS GREATER THAN OR EQUAL CHAVE-AULA
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ AULAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-AUL NOT EQUAL WS-DISCIPLINA-AUL OR
                       ID-TURMA-AUL NOT EQUAL WS-TURMA-AUL OR
                       DATA-AUL NOT EQUAL WS-DATA-AUL
                       SET EOF-OK TO TRUE
                    ELSE
                       COMPUTE WS-GRAV-FIM =
                          TEMPO-AUL + QTD-AULAS-AUL - 1
                       IF TEMPO-AUL NOT EQUAL WS-TEMPO-AUL AND
                          TEMPO-AUL NOT > WS-TEMPO-FIM AND
                          WS-GRAV-FIM NOT < WS-TEMPO-AUL
                          DISPLAY 'JA HA AULA REGISTRADA A PARTIR DO '
                                  'TEMPO ' TEMPO-AUL ' COBRINDO ESTE '
                                  'HORARIO.'
                          MOVE 'N' TO WS-VALIDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P640-FIM.

       P700-CARREGA-ACESSO.

      * Monta uma unica vez por chamada a tabela do professor logado:
      * as ofertas do ano corrente em nome dele e as dos titulares
      * afastados que ele substitui na data de hoje.
           IF ACS-CARREGADO-OK
              GO TO P700-FIM
           END-IF
           SET ACS-CARREGADO-OK TO TRUE
           MOVE ZERO TO WS-ACS-QTD-PAR
           ACCEPT WS-ACS-HOJE FROM DATE YYYYMMDD

           PERFORM P705-SUBSTITUICOES THRU P705-FIM

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF NOT FS-OFR-OK
              GO TO P700-FIM
           END-IF

           MOVE WS-ACS-ANO TO ANO-OFERTA
           MOVE ZERO TO ID-TURMA-OFR
           MOVE ZERO TO ID-DISCIPLINA-OFR
           SET EOF-ACS-OK TO FALSE
           START OFERTA KEY IS NOT LESS THAN CHAVE-OFERTA
              INVALID KEY
                 SET EOF-ACS-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-ACS-OK
              READ OFERTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ANO-OFERTA NOT EQUAL WS-ACS-ANO
                       SET EOF-ACS-OK TO TRUE
                    ELSE
                       PERFORM P702-AVALIA-OFERTA THRU P702-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFERTA
           .
       P700-FIM.

       P702-AVALIA-OFERTA.

           SET ACS-LIBERADO-OK TO FALSE
           IF ID-PROFESSOR-OFR EQUAL LK-ID-PROFESSOR
              SET ACS-LIBERADO-OK TO TRUE
           END-IF

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-SUB OR ACS-LIBERADO-OK
              IF WS-ACS-SUB-TITULAR (WS-ACS-IDX) EQUAL
                 ID-PROFESSOR-OFR AND
                 (WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-DISC (WS-ACS-IDX) EQUAL
                  ID-DISCIPLINA-OFR) AND
                 (WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ZERO OR
                  WS-ACS-SUB-TURMA (WS-ACS-IDX) EQUAL ID-TURMA-OFR)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM

           IF ACS-LIBERADO-OK AND WS-ACS-QTD-PAR < 200
              ADD 1 TO WS-ACS-QTD-PAR
              MOVE ID-DISCIPLINA-OFR
                 TO WS-ACS-PAR-DISC (WS-ACS-QTD-PAR)
              MOVE ID-TURMA-OFR
                 TO WS-ACS-PAR-TURMA (WS-ACS-QTD-PAR)
           END-IF
           .
       P702-FIM.

       P705-SUBSTITUICOES.

      * Afastamentos vigentes hoje em que o professor logado e o
      * substituto; disciplina ou turma zeradas cobrem tudo o que o
      * titular leciona.
           MOVE ZERO TO WS-ACS-QTD-SUB

           SET FS-AFA-OK TO TRUE
           OPEN INPUT AFASTA
           IF NOT FS-AFA-OK
              GO TO P705-FIM
           END-IF

           SET EOF-ACS-OK TO FALSE
           PERFORM UNTIL EOF-ACS-OK
              READ AFASTA NEXT RECORD
                 AT END
                    SET EOF-ACS-OK TO TRUE
                 NOT AT END
                    IF ID-PROF-SUBST EQUAL LK-ID-PROFESSOR AND
                       DT-INICIO-AFA <= WS-ACS-HOJE-N AND
                       (DT-FIM-AFA EQUAL ZERO OR
                        DT-FIM-AFA >= WS-ACS-HOJE-N) AND
                       WS-ACS-QTD-SUB < 50
                       ADD 1 TO WS-ACS-QTD-SUB
                       MOVE ID-PROF-TITULAR
                          TO WS-ACS-SUB-TITULAR (WS-ACS-QTD-SUB)
                       MOVE ID-DISC-AFA
                          TO WS-ACS-SUB-DISC (WS-ACS-QTD-SUB)
                       MOVE ID-TURMA-AFA
                          TO WS-ACS-SUB-TURMA (WS-ACS-QTD-SUB)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AFASTA
           .
       P705-FIM.

       P710-VERIFICA-ACESSO.

      * Libera o par WS-ACS-DISC/WS-ACS-TURMA para o operador da
      * sessao. Os demais perfis nao tem restricao; para o professor
      * o par precisa estar na tabela (turma zero = qualquer turma
      * da disciplina).
           SET ACS-LIBERADO-OK TO FALSE
           IF LK-PERFIL NOT EQUAL 'P'
              SET ACS-LIBERADO-OK TO TRUE
              GO TO P710-FIM
           END-IF

           PERFORM P700-CARREGA-ACESSO THRU P700-FIM

           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
              UNTIL WS-ACS-IDX > WS-ACS-QTD-PAR OR ACS-LIBERADO-OK
              IF WS-ACS-PAR-DISC (WS-ACS-IDX) EQUAL WS-ACS-DISC AND
                 (WS-ACS-TURMA EQUAL ZERO OR
                  WS-ACS-PAR-TURMA (WS-ACS-IDX) EQUAL WS-ACS-TURMA)
                 SET ACS-LIBERADO-OK TO TRUE
              END-IF
           END-PERFORM
           .
       P710-FIM.

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

           MOVE 'PROGAULA' TO AUD-PROGRAMA
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
       END PROGRAM PROGAULA.
