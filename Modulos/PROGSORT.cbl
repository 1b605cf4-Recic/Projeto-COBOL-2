      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Sorteio publico de vagas do edital de matricula:
      *          inscricao dos candidatos da serie com os criterios
      *          de prioridade (irmao ja matriculado, residencia na
      *          zona, vulnerabilidade social e NEE), sorteio por
      *          grupo de prioridade com semente impressa e
      *          reproduzivel, testemunhas e ata numerada. Os
      *          contemplados ate o numero de vagas ganham o cadastro
      *          em ALUNOS e a matricula em toda a grade da serie
      *          (como no PROGSERI); os demais sao cadastrados e
      *          entram na LISTA-ESPERA de cada disciplina da grade na
      *          ordem sorteada, para a promocao do PROGEXCL. A
      *          conferencia refaz o sorteio pela semente gravada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSORT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS ASSIGN TO
           WS-CAMINHO-CANDIDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-CANDIDATO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CND.

           SELECT SORTEIOS ASSIGN TO
           WS-CAMINHO-SORTEIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SORTEIO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SRT.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
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
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MAT.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT LISTA-ESPERA ASSIGN TO
           WS-CAMINHO-ESPERA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ESPERA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ESP.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS-PER.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT ATA ASSIGN TO
           WS-CAMINHO-ATA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ATA.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATOS.
           COPY FD-CANDIDATOS.

       FD  SORTEIOS.
           COPY FD-SORTEIOS.

       FD  SERIES.
           COPY FD-SERIES.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  LISTA-ESPERA.
           COPY FD-LISTA-ESPERA.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  ATA.
       01  REG-ATA                            PIC X(80).

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-CANDIDATOS             PIC X(80).
       01  WS-CAMINHO-SORTEIOS               PIC X(80).
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-ESPERA                 PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-ATA                    PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-CND                         PIC 99.
           88 FS-CND-OK                      VALUE 0.

       77  WS-FS-SRT                         PIC 99.
           88 FS-SRT-OK                      VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-ESP                         PIC 99.
           88 FS-ESP-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-ATA                         PIC 99.
           88 FS-ATA-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-MAT                        PIC X.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EOF-PER                        PIC X VALUE 'N'.
           88 EOF-PER-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-MODO-CARGA                     PIC X VALUE 'S'.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-HORA-AGORA                     PIC 9(08) VALUE ZERO.
       77  WS-ANO-ATUAL                      PIC 9(04) VALUE ZERO.

      * Serie, ano e unidade da inscricao/sorteio
       77  WS-ID-SERIE                       PIC 9(05) VALUE ZERO.
       77  WS-DS-SERIE                       PIC X(20) VALUE SPACE.
       77  WS-ANO-SORTEIO                    PIC 9(04) VALUE ZERO.
       77  WS-UNIDADE                        PIC X(04) VALUE SPACE.
       77  WS-TURMA                          PIC 9(05) VALUE ZERO.
       77  WS-VAGAS                          PIC 9(03) VALUE ZERO.
       77  WS-QTD-GRADE                      PIC 9(02) VALUE ZERO.
       77  WS-GRD-IDX                        PIC 9(02) VALUE ZERO.
       01  WS-TAB-GRADE.
           03 WS-GRD-ITEM OCCURS 12 TIMES.
              05 WS-GRD-DISC                 PIC 9(05).
              05 WS-GRD-SEQ-ESP              PIC 9(05).

      * Dados digitados do candidato
       77  WS-NM-CANDIDATO                   PIC X(20) VALUE SPACE.
       77  WS-DT-NASC                        PIC 9(08) VALUE ZERO.
       77  WS-SEXO                           PIC X(01) VALUE SPACE.
       77  WS-NM-RESP                        PIC X(20) VALUE SPACE.
       77  WS-TL-RESP                        PIC X(20) VALUE SPACE.
       77  WS-ENDERECO                       PIC X(40) VALUE SPACE.
       77  WS-NIS                            PIC 9(11) VALUE ZERO.
       77  WS-IRMAO                          PIC 9(05) VALUE ZERO.
       77  WS-ZONA                           PIC X(01) VALUE SPACE.
       77  WS-VULNERAVEL                     PIC X(01) VALUE SPACE.
       77  WS-NEE                            PIC X(01) VALUE SPACE.
       77  WS-GRUPO                          PIC 9(01) VALUE ZERO.
       77  WS-ID-CANDIDATO                   PIC 9(05) VALUE ZERO.

       77  WS-IRMAO-OK                       PIC X VALUE 'N'.
           88 IRMAO-MATRICULADO              VALUE 'S'.
       77  WS-DUPLICADO                      PIC X VALUE 'N'.
           88 DUPLICADO-OK                   VALUE 'S'.
       77  WS-ANO-BLOQUEADO                  PIC X VALUE 'N'.
           88 ANO-BLOQUEADO-OK               VALUE 'S'.
       77  WS-ANO-TESTE                      PIC 9(04) VALUE ZERO.

       01  WS-DS-GRUPOS-VAL.
           03 FILLER PIC X(20) VALUE 'IRMAO MATRICULADO'.
           03 FILLER PIC X(20) VALUE 'RESIDE NA ZONA'.
           03 FILLER PIC X(20) VALUE 'VULNERABILIDADE'.
           03 FILLER PIC X(20) VALUE 'NEE'.
           03 FILLER PIC X(20) VALUE 'AMPLA CONCORRENCIA'.
       01  WS-DS-GRUPOS REDEFINES WS-DS-GRUPOS-VAL.
           03 WS-DS-GRUPO OCCURS 5 TIMES     PIC X(20).

      * Candidatos do sorteio, na ordem de inscricao (chave), e a
      * ordem sorteada (indices na tabela de candidatos).
       77  WS-QTD-CAND                       PIC 9(04) VALUE ZERO.
       77  WS-CND-IDX                        PIC 9(04) VALUE ZERO.
       01  WS-TAB-CANDIDATOS.
           03 WS-CND-ITEM OCCURS 2000 TIMES.
              05 WS-CND-ID                   PIC 9(05).
              05 WS-CND-GRUPO                PIC 9(01).
              05 WS-CND-ORDEM                PIC 9(05).
       01  WS-TAB-ORDEM.
           03 WS-ORD-CND OCCURS 2000 TIMES   PIC 9(04).
       01  WS-TAB-QTD-GRUPO.
           03 WS-QTD-GRUPO OCCURS 5 TIMES    PIC 9(04).
       77  WS-GRP-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-POS                            PIC 9(04) VALUE ZERO.
       77  WS-INI-GRUPO                      PIC 9(04) VALUE ZERO.
       77  WS-FIM-GRUPO                      PIC 9(04) VALUE ZERO.
       77  WS-POS-I                          PIC 9(04) VALUE ZERO.
       77  WS-POS-J                          PIC 9(04) VALUE ZERO.
       77  WS-TAM-GRUPO                      PIC 9(04) VALUE ZERO.
       77  WS-TROCA                          PIC 9(04) VALUE ZERO.

      * Gerador congruente (Park-Miller): X = X * 16807 MOD
      * 2147483647, a partir da semente impressa na ata.
       77  WS-SEMENTE                        PIC 9(10) VALUE ZERO.
       77  WS-SEMENTE-ATUAL                  PIC 9(10) VALUE ZERO.
       77  WS-PRODUTO                        PIC 9(15) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(15) VALUE ZERO.
       77  WS-RESTO                          PIC 9(04) VALUE ZERO.

       01  WS-TESTEMUNHAS.
           03 WS-TESTEMUNHA OCCURS 3 TIMES   PIC X(30).
       77  WS-TST-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-QTD-TESTEMUNHAS                PIC 9(01) VALUE ZERO.

       77  WS-ID-SORTEIO                     PIC 9(05) VALUE ZERO.
       77  WS-ID-ALUNO-NOVO                  PIC 9(05) VALUE ZERO.
       77  WS-QTD-CONTEMPL                   PIC 9(04) VALUE ZERO.
       77  WS-QTD-ESPERA                     PIC 9(04) VALUE ZERO.
       77  WS-QTD-MATRICULAS                 PIC 9(05) VALUE ZERO.
       77  WS-QTD-ERROS                      PIC 9(04) VALUE ZERO.
       77  WS-QTD-DIVERGE                    PIC 9(04) VALUE ZERO.

       01  WS-REG-CND-ANTES                  PIC X(200) VALUE SPACE.
       01  WS-LINHA-ATA                      PIC X(80) VALUE SPACE.
       77  WS-GRAVA-ATA                      PIC X VALUE 'N'.
           88 GRAVA-ATA-OK                   VALUE 'S'.
       77  WS-DS-RESULTADO                   PIC X(30) VALUE SPACE.

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
           DISPLAY 'SORTEIO PUBLICO DE VAGAS (EDITAL DE MATRICULA)'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATUAL
           IF WS-ANO-ATUAL NOT NUMERIC OR WS-ANO-ATUAL EQUAL ZERO
              MOVE WS-DATA-HOJE(1:4) TO WS-ANO-ATUAL
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-CANDIDATOS FROM ENVIRONMENT
              'CANDIDATOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CANDIDATOS.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CANDIDATOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SORTEIOS FROM ENVIRONMENT 'SORTEIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SORTEIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-SORTEIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SERIES FROM ENVIRONMENT 'SERIES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SERIES.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SERIES
           END-ACCEPT

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

           ACCEPT WS-CAMINHO-ESPERA FROM ENVIRONMENT
              'LISTA_ESPERA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'LISTA-ESPERA.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESPERA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-ATA FROM ENVIRONMENT 'SORTEIO_ATA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SORTEIO-ATA.txt'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-ATA
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
           DISPLAY '|     1 - Inscrever Candidato                     |'
           DISPLAY '|     2 - Listar Candidatos da Serie              |'
           DISPLAY '|     3 - Registrar Desistencia                   |'
           DISPLAY '|     4 - Realizar Sorteio Publico                |'
           DISPLAY '|     5 - Conferir Sorteio pela Semente           |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-INSCREVE-CANDIDATO THRU P200-FIM
              WHEN '2'
                 PERFORM P300-LISTA-CANDIDATOS THRU P300-FIM
              WHEN '3'
                 PERFORM P350-DESISTENCIA THRU P350-FIM
              WHEN '4'
                 PERFORM P400-SORTEIO THRU P400-FIM
              WHEN '5'
                 PERFORM P500-CONFERE-SORTEIO THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P150-LE-SERIE.

      * Serie, ano letivo e unidade do edital; guarda a grade.
           MOVE SPACE TO WS-DS-SERIE
           MOVE ZERO  TO WS-QTD-GRADE

           DISPLAY 'Informe o ID da serie: '
           ACCEPT WS-ID-SERIE

           SET FS-OK TO TRUE
           OPEN INPUT SERIES
           IF NOT FS-OK
              DISPLAY 'NENHUMA SERIE CADASTRADA.'
              GO TO P150-FIM
           END-IF
           MOVE WS-ID-SERIE TO ID-SERIE
           READ SERIES
              KEY IS ID-SERIE
                 INVALID KEY
                    DISPLAY 'SERIE NAO CADASTRADA.'
                    MOVE 99 TO WS-FS
                 NOT INVALID KEY
                    DISPLAY 'Serie: ' DS-SERIE
                    MOVE DS-SERIE TO WS-DS-SERIE
                    MOVE QTD-GRADE-SERIE TO WS-QTD-GRADE
                    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                       UNTIL WS-GRD-IDX > 12
                       MOVE ID-DISC-GRADE (WS-GRD-IDX)
                          TO WS-GRD-DISC (WS-GRD-IDX)
                       MOVE ZERO TO WS-GRD-SEQ-ESP (WS-GRD-IDX)
                    END-PERFORM
           END-READ
           CLOSE SERIES
           IF WS-FS NOT EQUAL ZERO
              MOVE 99 TO WS-FS
              GO TO P150-FIM
           END-IF

           DISPLAY 'Ano letivo da vaga (<ENTER> = ' WS-ANO-ATUAL '): '
           MOVE ZERO TO WS-ANO-SORTEIO
           ACCEPT WS-ANO-SORTEIO
           IF WS-ANO-SORTEIO NOT NUMERIC OR WS-ANO-SORTEIO EQUAL ZERO
              MOVE WS-ANO-ATUAL TO WS-ANO-SORTEIO
           END-IF

           MOVE LK-UNIDADE TO WS-UNIDADE
           IF LK-UNIDADE EQUAL SPACE
              DISPLAY 'Unidade escolar (<ENTER> = unica): '
              ACCEPT WS-UNIDADE
           END-IF
           SET FS-OK TO TRUE
           .
       P150-FIM.

       P200-INSCREVE-CANDIDATO.

           PERFORM P150-LE-SERIE THRU P150-FIM
           IF NOT FS-OK
              GO TO P200-FIM
           END-IF

           MOVE SPACE TO WS-NM-CANDIDATO
           MOVE ZERO  TO WS-DT-NASC
           MOVE ZERO  TO WS-NIS
           MOVE ZERO  TO WS-IRMAO

           DISPLAY 'Nome do candidato: '
           ACCEPT WS-NM-CANDIDATO
           DISPLAY 'Data de nascimento (AAAAMMDD): '
           ACCEPT WS-DT-NASC
           DISPLAY 'Sexo (M/F): '
           ACCEPT WS-SEXO
           DISPLAY 'Nome do responsavel: '
           ACCEPT WS-NM-RESP
           DISPLAY 'Telefone do responsavel: '
           ACCEPT WS-TL-RESP
           DISPLAY 'Endereco: '
           ACCEPT WS-ENDERECO

           IF WS-NM-CANDIDATO EQUAL SPACE OR WS-NM-RESP EQUAL SPACE
              DISPLAY 'NOME DO CANDIDATO E DO RESPONSAVEL SAO '
                      'OBRIGATORIOS. INSCRICAO CANCELADA.'
              GO TO P200-FIM
           END-IF

           IF WS-DT-NASC NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD (WS-DT-NASC) NOT EQUAL ZERO
              OR WS-DT-NASC > WS-DATA-HOJE
              DISPLAY 'DATA DE NASCIMENTO INVALIDA. INSCRICAO '
                      'CANCELADA.'
              GO TO P200-FIM
           END-IF

           IF WS-SEXO EQUAL 'm' MOVE 'M' TO WS-SEXO
           END-IF
           IF WS-SEXO EQUAL 'f' MOVE 'F' TO WS-SEXO
           END-IF

      * Criterios de prioridade do edital.
           DISPLAY 'ID do irmao com matricula na escola (0 = nao ha): '
           ACCEPT WS-IRMAO
           IF WS-IRMAO NOT NUMERIC
              MOVE ZERO TO WS-IRMAO
           END-IF
           IF WS-IRMAO NOT EQUAL ZERO
              PERFORM P250-VERIFICA-IRMAO THRU P250-FIM
              IF NOT IRMAO-MATRICULADO
                 DISPLAY 'IRMAO SEM MATRICULA ATIVA NA ESCOLA: '
                         'CRITERIO NAO CONSIDERADO.'
                 MOVE ZERO TO WS-IRMAO
              END-IF
           END-IF

           DISPLAY 'Reside na zona de abrangencia da escola? (S/N): '
           ACCEPT WS-ZONA
           DISPLAY 'Vulnerabilidade social comprovada (CadUnico/CRAS)'
                   '? (S/N): '
           ACCEPT WS-VULNERAVEL
           IF WS-VULNERAVEL EQUAL 'S' OR WS-VULNERAVEL EQUAL 's'
              DISPLAY 'NIS do candidato (<ENTER> se nao houver): '
              ACCEPT WS-NIS
              IF WS-NIS NOT NUMERIC
                 MOVE ZERO TO WS-NIS
              END-IF
           END-IF
           DISPLAY 'Necessidade educacional especial (laudo)? (S/N): '
           ACCEPT WS-NEE

           IF WS-ZONA EQUAL 's' MOVE 'S' TO WS-ZONA
           END-IF
           IF WS-VULNERAVEL EQUAL 's' MOVE 'S' TO WS-VULNERAVEL
           END-IF
           IF WS-NEE EQUAL 's' MOVE 'S' TO WS-NEE
           END-IF
           IF WS-ZONA NOT EQUAL 'S' MOVE 'N' TO WS-ZONA
           END-IF
           IF WS-VULNERAVEL NOT EQUAL 'S' MOVE 'N' TO WS-VULNERAVEL
           END-IF
           IF WS-NEE NOT EQUAL 'S' MOVE 'N' TO WS-NEE
           END-IF

      * Grupo pelo primeiro criterio atendido, na ordem do edital.
           EVALUATE TRUE
              WHEN WS-IRMAO NOT EQUAL ZERO
                 MOVE 1 TO WS-GRUPO
              WHEN WS-ZONA EQUAL 'S'
                 MOVE 2 TO WS-GRUPO
              WHEN WS-VULNERAVEL EQUAL 'S'
                 MOVE 3 TO WS-GRUPO
              WHEN WS-NEE EQUAL 'S'
                 MOVE 4 TO WS-GRUPO
              WHEN OTHER
                 MOVE 5 TO WS-GRUPO
           END-EVALUATE

           SET FS-CND-OK TO TRUE
           OPEN I-O CANDIDATOS

           IF WS-FS-CND EQUAL 35
              OPEN OUTPUT CANDIDATOS
              CLOSE CANDIDATOS
              OPEN I-O CANDIDATOS
           END-IF

           IF NOT FS-CND-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANDIDATOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CND
              GO TO P200-FIM
           END-IF

      * Mesma crianca inscrita duas vezes no mesmo edital.
           MOVE 'N' TO WS-DUPLICADO
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CANDIDATOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-CANDIDATO EQUAL WS-NM-CANDIDATO AND
                       DT-NASC-CAND EQUAL WS-DT-NASC AND
                       ANO-CAND EQUAL WS-ANO-SORTEIO AND
                       NOT CAND-DESISTENTE
                       MOVE 'S' TO WS-DUPLICADO
                       SET EOF-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF DUPLICADO-OK
              DISPLAY 'CANDIDATO JA INSCRITO (ID ' ID-CANDIDATO
                      ') NO EDITAL DE ' WS-ANO-SORTEIO '.'
              CLOSE CANDIDATOS
              GO TO P200-FIM
           END-IF

           CLOSE CANDIDATOS

           DISPLAY 'GRUPO DE PRIORIDADE: ' WS-GRUPO ' - '
                   WS-DS-GRUPO (WS-GRUPO)
           DISPLAY 'TECLE <S> para confirmar a inscricao ou '
                   '<QUALQUER TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'INSCRICAO CANCELADA.'
              GO TO P200-FIM
           END-IF

           MOVE 'CANDIDATO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           SET FS-CND-OK TO TRUE
           OPEN I-O CANDIDATOS
           IF NOT FS-CND-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANDIDATOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CND
              GO TO P200-FIM
           END-IF

           INITIALIZE REG-CANDIDATO
           MOVE WS-PROX-NUMERO  TO ID-CANDIDATO
           MOVE WS-NM-CANDIDATO TO NM-CANDIDATO
           MOVE WS-DT-NASC      TO DT-NASC-CAND
           MOVE WS-SEXO         TO SEXO-CAND
           MOVE WS-NM-RESP      TO NM-RESP-CAND
           MOVE WS-TL-RESP      TO TL-RESP-CAND
           MOVE WS-ENDERECO     TO END-CAND
           MOVE WS-NIS          TO NIS-CAND
           MOVE WS-ID-SERIE     TO ID-SERIE-CAND
           MOVE WS-ANO-SORTEIO  TO ANO-CAND
           MOVE WS-UNIDADE      TO UNIDADE-CAND
           MOVE WS-DATA-HOJE    TO DATA-INSC-CAND
           MOVE WS-IRMAO        TO IRMAO-CAND
           MOVE WS-ZONA         TO ZONA-CAND
           MOVE WS-VULNERAVEL   TO VULNERAVEL-CAND
           MOVE WS-NEE          TO NEE-CAND
           MOVE WS-GRUPO        TO GRUPO-CAND
           MOVE 'I'             TO SITUACAO-CAND
           MOVE LK-OPERADOR     TO OPERADOR-CAND

           WRITE REG-CANDIDATO
              INVALID KEY
                 DISPLAY 'CANDIDATO JA CADASTRADO.'
              NOT INVALID KEY
                 DISPLAY 'CANDIDATO ' ID-CANDIDATO ' INSCRITO NO '
                         'GRUPO ' GRUPO-CAND '.'
                 MOVE 'INCLUSAO'     TO AUD-OPERACAO
                 MOVE 'CANDIDATOS'   TO AUD-ARQUIVO
                 MOVE ID-CANDIDATO   TO AUD-CHAVE
                 MOVE SPACE          TO AUD-VALOR-ANTES
                 MOVE REG-CANDIDATO  TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE CANDIDATOS
           .
       P200-FIM.

       P250-VERIFICA-IRMAO.

      * Irmao ativo com matricula regular no ano da vaga ou no ano
      * anterior a ele (o edital corre antes do ano letivo).
           MOVE 'N' TO WS-IRMAO-OK

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              GO TO P250-FIM
           END-IF
           MOVE WS-IRMAO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    MOVE 99 TO WS-FS
                 NOT INVALID KEY
                    DISPLAY 'Irmao: ' NM-ALUNO IN REG-ALUNO
                    IF ALUNO-INATIVO
                       MOVE 99 TO WS-FS
                    END-IF
           END-READ
           CLOSE ALUNOS
           IF NOT FS-OK
              GO TO P250-FIM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-MAT-OK
              GO TO P250-FIM
           END-IF

           MOVE WS-IRMAO TO ID-ALUNO-MAT
           MOVE ZERO TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    SET EOF-MAT-OK TO TRUE
                 NOT INVALID KEY
                    SET EOF-MAT-OK TO FALSE
           END-START
           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-IRMAO
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF NOT MATRICULA-DEPENDENCIA AND
                          (ANO-MATRICULA EQUAL WS-ANO-SORTEIO OR
                           ANO-MATRICULA + 1 EQUAL WS-ANO-SORTEIO)
                          MOVE 'S' TO WS-IRMAO-OK
                          SET EOF-MAT-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MATRICULA
           .
       P250-FIM.

       P300-LISTA-CANDIDATOS.

           PERFORM P150-LE-SERIE THRU P150-FIM
           IF NOT FS-OK
              GO TO P300-FIM
           END-IF

           MOVE ZERO TO WS-CONT

           SET FS-CND-OK TO TRUE
           OPEN INPUT CANDIDATOS
           IF NOT FS-CND-OK
              DISPLAY 'NENHUM CANDIDATO INSCRITO.'
              GO TO P300-FIM
           END-IF

           DISPLAY 'CAND  NOME                 NASC.    GR SIT ORDEM '
                   'SORT. ALUNO'
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CANDIDATOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-SERIE-CAND EQUAL WS-ID-SERIE AND
                       ANO-CAND EQUAL WS-ANO-SORTEIO AND
                       UNIDADE-CAND EQUAL WS-UNIDADE
                       ADD 1 TO WS-CONT
                       DISPLAY ID-CANDIDATO ' ' NM-CANDIDATO ' '
                               DT-NASC-CAND ' ' GRUPO-CAND '  '
                               SITUACAO-CAND '   ' ORDEM-CAND ' '
                               ID-SORTEIO-CAND ' ' ID-ALUNO-CAND
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CANDIDATOS
           DISPLAY WS-CONT ' CANDIDATO(S). SITUACAO: I INSCRITO, '
                   'C CONTEMPLADO, E ESPERA, D DESISTENTE.'
           .
       P300-FIM.

       P350-DESISTENCIA.

      * Desistencia antes do sorteio ou da fila de espera: na espera
      * o aluno sai das filas das disciplinas.
           DISPLAY 'Informe o ID do candidato: '
           ACCEPT WS-ID-CANDIDATO

           SET FS-CND-OK TO TRUE
           OPEN I-O CANDIDATOS
           IF NOT FS-CND-OK
              DISPLAY 'NENHUM CANDIDATO INSCRITO.'
              GO TO P350-FIM
           END-IF

           MOVE WS-ID-CANDIDATO TO ID-CANDIDATO
           READ CANDIDATOS
              KEY IS ID-CANDIDATO
                 INVALID KEY
                    DISPLAY 'CANDIDATO NAO ENCONTRADO.'
                    CLOSE CANDIDATOS
                    GO TO P350-FIM
           END-READ

           DISPLAY 'Candidato: ' NM-CANDIDATO ' SITUACAO '
                   SITUACAO-CAND
           IF NOT CAND-INSCRITO AND NOT CAND-ESPERA
              DISPLAY 'SO O CANDIDATO INSCRITO OU EM ESPERA PODE '
                      'DESISTIR. O CONTEMPLADO JA TEM MATRICULA.'
              CLOSE CANDIDATOS
              GO TO P350-FIM
           END-IF

           DISPLAY 'TECLE <S> para registrar a desistencia ou '
                   '<QUALQUER TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              CLOSE CANDIDATOS
              GO TO P350-FIM
           END-IF

           MOVE REG-CANDIDATO TO WS-REG-CND-ANTES
           IF CAND-ESPERA AND ID-ALUNO-CAND NOT EQUAL ZERO
              PERFORM P360-RETIRA-ESPERA THRU P360-FIM
           END-IF

           MOVE 'D'         TO SITUACAO-CAND
           MOVE LK-OPERADOR TO OPERADOR-CAND
           REWRITE REG-CANDIDATO
              INVALID KEY
                 DISPLAY 'ERRO AO REGISTRAR A DESISTENCIA.'
              NOT INVALID KEY
                 DISPLAY 'DESISTENCIA REGISTRADA.'
                 MOVE 'ALTERACAO'     TO AUD-OPERACAO
                 MOVE 'CANDIDATOS'    TO AUD-ARQUIVO
                 MOVE ID-CANDIDATO    TO AUD-CHAVE
                 MOVE WS-REG-CND-ANTES TO AUD-VALOR-ANTES
                 MOVE REG-CANDIDATO   TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-REWRITE

           CLOSE CANDIDATOS
           .
       P350-FIM.

       P360-RETIRA-ESPERA.

           SET FS-ESP-OK TO TRUE
           OPEN I-O LISTA-ESPERA
           IF NOT FS-ESP-OK
              GO TO P360-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ LISTA-ESPERA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-ESP EQUAL ID-ALUNO-CAND
                       MOVE REG-ESPERA TO AUD-VALOR-ANTES
                       DELETE LISTA-ESPERA RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             DISPLAY 'RETIRADO DA FILA DA DISCIPLINA '
                                     ID-DISCIPLINA-ESP '.'
                             MOVE 'EXCLUSAO'   TO AUD-OPERACAO
                             MOVE 'LISTA-ESP'  TO AUD-ARQUIVO
                             MOVE CHAVE-ESPERA TO AUD-CHAVE
                             MOVE SPACE        TO AUD-VALOR-DEPOIS
                             PERFORM P800-GRAVA-AUDITORIA
                                THRU P800-FIM
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LISTA-ESPERA
           .
       P360-FIM.

       P400-SORTEIO.

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              GO TO P400-FIM
           END-IF

           PERFORM P150-LE-SERIE THRU P150-FIM
           IF NOT FS-OK
              GO TO P400-FIM
           END-IF

           IF WS-QTD-GRADE EQUAL ZERO
              DISPLAY 'SERIE SEM GRADE CURRICULAR CADASTRADA. '
                      'SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

      * Ano com periodo fechado nao recebe matricula nova.
           MOVE WS-ANO-SORTEIO TO WS-ANO-TESTE
           PERFORM P470-ANO-FECHADO THRU P470-FIM
           IF ANO-BLOQUEADO-OK
              DISPLAY 'ANO ' WS-ANO-SORTEIO ' COM PERIODO FECHADO. '
                      'SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'Vagas oferecidas no edital: '
           ACCEPT WS-VAGAS
           IF WS-VAGAS NOT NUMERIC OR WS-VAGAS EQUAL ZERO
              DISPLAY 'NUMERO DE VAGAS INVALIDO. SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'Turma dos contemplados (0 = enturmar depois): '
           MOVE ZERO TO WS-TURMA
           ACCEPT WS-TURMA
           IF WS-TURMA NOT NUMERIC
              MOVE ZERO TO WS-TURMA
           END-IF
           IF WS-TURMA NOT EQUAL ZERO
              SET FS-OK TO TRUE
              OPEN INPUT TURMAS
              IF FS-OK
                 MOVE WS-TURMA TO ID-TURMA
                 READ TURMAS
                    KEY IS ID-TURMA
                       INVALID KEY
                          MOVE 99 TO WS-FS
                       NOT INVALID KEY
                          DISPLAY 'Turma: ' DS-TURMA
                 END-READ
                 CLOSE TURMAS
              END-IF
              IF NOT FS-OK
                 DISPLAY 'A TURMA INFORMADA NAO EXISTE. SORTEIO '
                         'CANCELADO.'
                 GO TO P400-FIM
              END-IF
           END-IF

           MOVE 'S' TO WS-MODO-CARGA
           PERFORM P410-CARREGA-CANDIDATOS THRU P410-FIM

           IF WS-QTD-CAND EQUAL ZERO
              DISPLAY 'NENHUM CANDIDATO INSCRITO PARA A SERIE NO '
                      'ANO. SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

           DISPLAY WS-QTD-CAND ' CANDIDATO(S) PARA ' WS-VAGAS
                   ' VAGA(S).'
           IF WS-QTD-CAND NOT GREATER THAN WS-VAGAS
              DISPLAY 'A PROCURA NAO EXCEDE AS VAGAS: TODOS SERAO '
                      'CONTEMPLADOS. O SORTEIO SO DEFINE A ORDEM.'
           END-IF

      * Testemunhas do ato publico: no minimo duas.
           MOVE SPACE TO WS-TESTEMUNHAS
           MOVE ZERO TO WS-QTD-TESTEMUNHAS
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
              UNTIL WS-TST-IDX > 3
              DISPLAY 'Testemunha ' WS-TST-IDX
                      ' (nome/documento, <ENTER> = nenhuma): '
              ACCEPT WS-TESTEMUNHA (WS-TST-IDX)
              IF WS-TESTEMUNHA (WS-TST-IDX) NOT EQUAL SPACE
                 ADD 1 TO WS-QTD-TESTEMUNHAS
              END-IF
           END-PERFORM
           IF WS-QTD-TESTEMUNHAS < 2
              DISPLAY 'O SORTEIO PUBLICO EXIGE AO MENOS DUAS '
                      'TESTEMUNHAS. SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

      * Semente: numero escolhido em publico (ex.: extracao da
      * loteria) ou, sem ele, os digitos do relogio. Sempre impressa.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE ZERO TO WS-SEMENTE
           DISPLAY 'Semente do sorteio, 1 a 2147483646 '
                   '(<ENTER> = relogio): '
           ACCEPT WS-SEMENTE
           IF WS-SEMENTE NOT NUMERIC OR WS-SEMENTE EQUAL ZERO
              COMPUTE WS-SEMENTE = WS-HORA-AGORA + 1
           END-IF
           IF WS-SEMENTE > 2147483646
              DISPLAY 'SEMENTE FORA DA FAIXA. SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

           DISPLAY 'SEMENTE DO SORTEIO: ' WS-SEMENTE
           DISPLAY 'TECLE <S> para sortear e gravar o resultado ou '
                   '<QUALQUER TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'SORTEIO CANCELADO.'
              GO TO P400-FIM
           END-IF

           PERFORM P420-EMBARALHA THRU P420-FIM

           MOVE 'SORTEIO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
           MOVE WS-PROX-NUMERO TO WS-ID-SORTEIO

           PERFORM P430-GRAVA-RESULTADO THRU P430-FIM

           INITIALIZE REG-SORTEIO
           MOVE WS-ID-SORTEIO    TO ID-SORTEIO
           MOVE WS-ID-SERIE      TO ID-SERIE-SRT
           MOVE WS-DS-SERIE      TO DS-SERIE-SRT
           MOVE WS-ANO-SORTEIO   TO ANO-SRT
           MOVE WS-UNIDADE       TO UNIDADE-SRT
           MOVE WS-TURMA         TO TURMA-SRT
           MOVE WS-DATA-HOJE     TO DATA-SRT
           MOVE WS-HORA-AGORA    TO HORA-SRT
           MOVE WS-SEMENTE       TO SEMENTE-SRT
           MOVE WS-VAGAS         TO VAGAS-SRT
           MOVE WS-QTD-CAND      TO QTD-CAND-SRT
           MOVE WS-QTD-CONTEMPL  TO QTD-CONTEMPL-SRT
           MOVE WS-QTD-ESPERA    TO QTD-ESPERA-SRT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > 5
              MOVE WS-QTD-GRUPO (WS-GRP-IDX)
                 TO QTD-GRUPO-SRT (WS-GRP-IDX)
           END-PERFORM
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
              UNTIL WS-TST-IDX > 3
              MOVE WS-TESTEMUNHA (WS-TST-IDX)
                 TO TESTEMUNHA-SRT (WS-TST-IDX)
           END-PERFORM
           MOVE LK-OPERADOR      TO OPERADOR-SRT

           SET FS-SRT-OK TO TRUE
           OPEN I-O SORTEIOS
           IF WS-FS-SRT EQUAL 35
              OPEN OUTPUT SORTEIOS
              CLOSE SORTEIOS
              OPEN I-O SORTEIOS
           END-IF
           IF FS-SRT-OK
              WRITE REG-SORTEIO
                 INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O SORTEIO ' ID-SORTEIO
                 NOT INVALID KEY
                    MOVE 'SORTEIO'    TO AUD-OPERACAO
                    MOVE 'SORTEIOS'   TO AUD-ARQUIVO
                    MOVE ID-SORTEIO   TO AUD-CHAVE
                    MOVE SPACE        TO AUD-VALOR-ANTES
                    MOVE REG-SORTEIO  TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-WRITE
              CLOSE SORTEIOS
           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SORTEIOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SRT
           END-IF

           MOVE 'S' TO WS-GRAVA-ATA
           PERFORM P600-IMPRIME-ATA THRU P600-FIM

           DISPLAY ' '
           DISPLAY 'SORTEIO ' WS-ID-SORTEIO ' CONCLUIDO. ATA EM '
                   WS-CAMINHO-ATA
           DISPLAY 'CONTEMPLADOS: ' WS-QTD-CONTEMPL
                   '  LISTA DE ESPERA: ' WS-QTD-ESPERA
                   '  MATRICULAS: ' WS-QTD-MATRICULAS
           IF WS-QTD-ERROS > ZERO
              DISPLAY 'ATENCAO: ' WS-QTD-ERROS ' ERRO(S) DE GRAVACAO.'
                      ' CONFIRA O RESULTADO.'
           END-IF
           .
       P400-FIM.

       P410-CARREGA-CANDIDATOS.

      * WS-MODO-CARGA 'S': inscritos da serie/ano/unidade (sorteio);
      * 'C': candidatos do sorteio WS-ID-SORTEIO (conferencia). A
      * leitura pela chave garante a ordem de inscricao.
           MOVE ZERO TO WS-QTD-CAND

           SET FS-CND-OK TO TRUE
           OPEN INPUT CANDIDATOS
           IF NOT FS-CND-OK
              GO TO P410-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CANDIDATOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF (WS-MODO-CARGA EQUAL 'S' AND
                        CAND-INSCRITO AND
                        ID-SERIE-CAND EQUAL WS-ID-SERIE AND
                        ANO-CAND EQUAL WS-ANO-SORTEIO AND
                        UNIDADE-CAND EQUAL WS-UNIDADE) OR
                       (WS-MODO-CARGA EQUAL 'C' AND
                        ID-SORTEIO-CAND EQUAL WS-ID-SORTEIO)
                       IF WS-QTD-CAND < 2000
                          ADD 1 TO WS-QTD-CAND
                          MOVE ID-CANDIDATO
                             TO WS-CND-ID (WS-QTD-CAND)
                          MOVE GRUPO-CAND
                             TO WS-CND-GRUPO (WS-QTD-CAND)
                          MOVE ORDEM-CAND
                             TO WS-CND-ORDEM (WS-QTD-CAND)
                       ELSE
                          DISPLAY 'LIMITE DE 2000 CANDIDATOS. '
                                  'CANDIDATO ' ID-CANDIDATO
                                  ' NAO CARREGADO.'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CANDIDATOS
           .
       P410-FIM.

       P420-EMBARALHA.

      * Ordem final: grupo 1 a 5; dentro do grupo, a lista em ordem
      * de inscricao e embaralhada (Fisher-Yates) com o gerador
      * iniciado pela semente.
           MOVE WS-SEMENTE TO WS-SEMENTE-ATUAL
           MOVE ZERO TO WS-POS

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > 5
              COMPUTE WS-INI-GRUPO = WS-POS + 1
              PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                 UNTIL WS-CND-IDX > WS-QTD-CAND
                 IF WS-CND-GRUPO (WS-CND-IDX) EQUAL WS-GRP-IDX
                    ADD 1 TO WS-POS
                    MOVE WS-CND-IDX TO WS-ORD-CND (WS-POS)
                 END-IF
              END-PERFORM
              MOVE WS-POS TO WS-FIM-GRUPO
              COMPUTE WS-QTD-GRUPO (WS-GRP-IDX) =
                 WS-FIM-GRUPO - WS-INI-GRUPO + 1
              PERFORM P425-EMBARALHA-GRUPO THRU P425-FIM
           END-PERFORM
           .
       P420-FIM.

       P425-EMBARALHA-GRUPO.

      * Do ultimo ao segundo da lista do grupo (posicao i contada a
      * partir de 1): X = X * 16807 MOD 2147483647 e troca a posicao
      * i com a posicao (X MOD i) + 1.
           IF WS-FIM-GRUPO NOT GREATER THAN WS-INI-GRUPO
              GO TO P425-FIM
           END-IF

           PERFORM VARYING WS-POS-I FROM WS-FIM-GRUPO BY -1
              UNTIL WS-POS-I NOT GREATER THAN WS-INI-GRUPO
              COMPUTE WS-PRODUTO = WS-SEMENTE-ATUAL * 16807
              DIVIDE WS-PRODUTO BY 2147483647 GIVING WS-QUOCIENTE
                 REMAINDER WS-SEMENTE-ATUAL
              COMPUTE WS-TAM-GRUPO = WS-POS-I - WS-INI-GRUPO + 1
              DIVIDE WS-SEMENTE-ATUAL BY WS-TAM-GRUPO
                 GIVING WS-QUOCIENTE REMAINDER WS-RESTO
              COMPUTE WS-POS-J = WS-INI-GRUPO + WS-RESTO
              MOVE WS-ORD-CND (WS-POS-I) TO WS-TROCA
              MOVE WS-ORD-CND (WS-POS-J) TO WS-ORD-CND (WS-POS-I)
              MOVE WS-TROCA TO WS-ORD-CND (WS-POS-J)
           END-PERFORM
           .
       P425-FIM.

       P430-GRAVA-RESULTADO.

      * Percorre a ordem sorteada: ate o numero de vagas cria o aluno
      * e a matricula na grade; depois cria o aluno e o coloca na
      * fila de cada disciplina da grade.
           MOVE ZERO TO WS-QTD-CONTEMPL
           MOVE ZERO TO WS-QTD-ESPERA
           MOVE ZERO TO WS-QTD-MATRICULAS
           MOVE ZERO TO WS-QTD-ERROS

           PERFORM P460-SEQ-ESPERA THRU P460-FIM

           SET FS-CND-OK TO TRUE
           OPEN I-O CANDIDATOS
           IF NOT FS-CND-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANDIDATOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CND
              ADD 1 TO WS-QTD-ERROS
              GO TO P430-FIM
           END-IF

           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-QTD-CAND
              MOVE WS-ORD-CND (WS-POS) TO WS-CND-IDX
              MOVE WS-CND-ID (WS-CND-IDX) TO ID-CANDIDATO
              READ CANDIDATOS
                 KEY IS ID-CANDIDATO
                    INVALID KEY
                       ADD 1 TO WS-QTD-ERROS
                    NOT INVALID KEY
                       PERFORM P440-RESULTADO-CANDIDATO THRU P440-FIM
              END-READ
              MOVE WS-POS TO WS-CND-ORDEM (WS-CND-IDX)
           END-PERFORM

           CLOSE CANDIDATOS
           .
       P430-FIM.

       P440-RESULTADO-CANDIDATO.

           MOVE REG-CANDIDATO TO WS-REG-CND-ANTES

           PERFORM P450-CRIA-ALUNO THRU P450-FIM
           IF WS-ID-ALUNO-NOVO EQUAL ZERO
              ADD 1 TO WS-QTD-ERROS
              GO TO P440-FIM
           END-IF

           IF WS-POS NOT GREATER THAN WS-VAGAS
              ADD 1 TO WS-QTD-CONTEMPL
              MOVE 'C' TO SITUACAO-CAND
              PERFORM P455-MATRICULA-GRADE THRU P455-FIM
           ELSE
              ADD 1 TO WS-QTD-ESPERA
              MOVE 'E' TO SITUACAO-CAND
              PERFORM P465-ENTRA-ESPERA THRU P465-FIM
           END-IF

           MOVE WS-ID-SORTEIO    TO ID-SORTEIO-CAND
           MOVE WS-POS           TO ORDEM-CAND
           MOVE WS-ID-ALUNO-NOVO TO ID-ALUNO-CAND
           MOVE LK-OPERADOR      TO OPERADOR-CAND
           REWRITE REG-CANDIDATO
              INVALID KEY
                 ADD 1 TO WS-QTD-ERROS
              NOT INVALID KEY
                 MOVE 'ALTERACAO'      TO AUD-OPERACAO
                 MOVE 'CANDIDATOS'     TO AUD-ARQUIVO
                 MOVE ID-CANDIDATO     TO AUD-CHAVE
                 MOVE WS-REG-CND-ANTES TO AUD-VALOR-ANTES
                 MOVE REG-CANDIDATO    TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-REWRITE
           .
       P440-FIM.

       P450-CRIA-ALUNO.

      * Cadastro em ALUNOS com o ID do CONTROLE, como na entrada da
      * secretaria municipal (PROGDIST).
           MOVE ZERO TO WS-ID-ALUNO-NOVO

           MOVE 'ALUNOS' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
           IF NOT FS-CTL-OK
              GO TO P450-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF WS-FS EQUAL 35
              OPEN OUTPUT ALUNOS
              CLOSE ALUNOS
              OPEN I-O ALUNOS
           END-IF
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P450-FIM
           END-IF

           MOVE WS-PROX-NUMERO TO ID-ALUNO
           MOVE NM-CANDIDATO   TO NM-ALUNO IN REG-ALUNO
           MOVE SPACE          TO TL-ALUNO
           MOVE NM-RESP-CAND   TO NM-RESPONSAVEL
           MOVE TL-RESP-CAND   TO TL-RESPONSAVEL
           MOVE UNIDADE-CAND   TO UNIDADE-ALUNO
           MOVE DT-NASC-CAND   TO DT-NASC-ALUNO
           MOVE SEXO-CAND      TO SEXO-ALUNO
           MOVE SPACE          TO NM-MAE-ALUNO
           MOVE SPACE          TO NM-PAI-ALUNO
           MOVE END-CAND       TO END-ALUNO
           MOVE ZERO           TO INEP-ALUNO
           MOVE ZERO           TO CARTEIRA-ALUNO
           MOVE NIS-CAND       TO NIS-ALUNO
           MOVE SPACE          TO SMS-ALUNO
           MOVE SPACE          TO NM-SOCIAL-ALUNO
           MOVE ZERO           TO DT-NM-SOCIAL-ALUNO
           MOVE SPACE          TO REQ-NM-SOCIAL-ALUNO
           MOVE SPACE          TO PASSE-ALUNO
           MOVE SPACE          TO CARTAO-PASSE-ALUNO
           MOVE ZERO           TO DT-BLOQ-PASSE-ALUNO
           SET ALUNO-ATIVO TO TRUE

           WRITE REG-ALUNO
              INVALID KEY
                 DISPLAY 'ALUNO ' ID-ALUNO ' JA CADASTRADO. CANDIDATO '
                         ID-CANDIDATO ' SEM CADASTRO.'
              NOT INVALID KEY
                 MOVE ID-ALUNO   TO WS-ID-ALUNO-NOVO
                 MOVE 'INCLUSAO' TO AUD-OPERACAO
                 MOVE 'ALUNOS'   TO AUD-ARQUIVO
                 MOVE ID-ALUNO   TO AUD-CHAVE
                 MOVE SPACE      TO AUD-VALOR-ANTES
                 MOVE REG-ALUNO  TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE

           CLOSE ALUNOS
           .
       P450-FIM.

       P455-MATRICULA-GRADE.

      * Matricula em todas as disciplinas da grade da serie, com a
      * serie gravada na matricula (mesmo registro do PROGSERI).
           SET FS-MAT-OK TO TRUE
           OPEN I-O MATRICULA
           IF WS-FS-MAT EQUAL 35
              OPEN OUTPUT MATRICULA
              CLOSE MATRICULA
              OPEN I-O MATRICULA
           END-IF
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              ADD 1 TO WS-QTD-ERROS
              GO TO P455-FIM
           END-IF

           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-QTD-GRADE
              IF WS-GRD-DISC (WS-GRD-IDX) NUMERIC AND
                 WS-GRD-DISC (WS-GRD-IDX) NOT EQUAL ZERO
                 MOVE WS-ID-ALUNO-NOVO TO ID-ALUNO-MAT
                 MOVE WS-GRD-DISC (WS-GRD-IDX) TO ID-DISCIPLINA-MAT
                 MOVE WS-TURMA       TO TURMA-MATRICULA
                 MOVE SPACE          TO DEP-MATRICULA
                 MOVE WS-ANO-SORTEIO TO ANO-MATRICULA
                 MOVE WS-ID-SERIE    TO ID-SERIE-MAT
                 WRITE REG-MATRICULA
                    INVALID KEY
                       ADD 1 TO WS-QTD-ERROS
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-MATRICULAS
                       MOVE 'INCLUSAO'      TO AUD-OPERACAO
                       MOVE 'MATRICULA'     TO AUD-ARQUIVO
                       MOVE CHAVE-MATRICULA TO AUD-CHAVE
                       MOVE SPACE           TO AUD-VALOR-ANTES
                       MOVE REG-MATRICULA   TO AUD-VALOR-DEPOIS
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 END-WRITE
              END-IF
           END-PERFORM

           CLOSE MATRICULA
           .
       P455-FIM.

       P460-SEQ-ESPERA.

      * Ultima sequencia da fila de cada disciplina da grade: os nao
      * contemplados entram depois dela, na ordem sorteada.
           SET FS-ESP-OK TO TRUE
           OPEN INPUT LISTA-ESPERA
           IF NOT FS-ESP-OK
              GO TO P460-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ LISTA-ESPERA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                       UNTIL WS-GRD-IDX > WS-QTD-GRADE
                       IF ID-DISCIPLINA-ESP EQUAL
                          WS-GRD-DISC (WS-GRD-IDX) AND
                          SEQ-ESPERA > WS-GRD-SEQ-ESP (WS-GRD-IDX)
                          MOVE SEQ-ESPERA
                             TO WS-GRD-SEQ-ESP (WS-GRD-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM

           CLOSE LISTA-ESPERA
           .
       P460-FIM.

       P465-ENTRA-ESPERA.

           SET FS-ESP-OK TO TRUE
           OPEN I-O LISTA-ESPERA
           IF WS-FS-ESP EQUAL 35
              OPEN OUTPUT LISTA-ESPERA
              CLOSE LISTA-ESPERA
              OPEN I-O LISTA-ESPERA
           END-IF
           IF NOT FS-ESP-OK
              DISPLAY 'ERRO AO ABRIR A LISTA DE ESPERA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-ESP
              ADD 1 TO WS-QTD-ERROS
              GO TO P465-FIM
           END-IF

           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
              UNTIL WS-GRD-IDX > WS-QTD-GRADE
              IF WS-GRD-DISC (WS-GRD-IDX) NUMERIC AND
                 WS-GRD-DISC (WS-GRD-IDX) NOT EQUAL ZERO
                 ADD 1 TO WS-GRD-SEQ-ESP (WS-GRD-IDX)
                 MOVE WS-GRD-DISC (WS-GRD-IDX) TO ID-DISCIPLINA-ESP
                 MOVE WS-GRD-SEQ-ESP (WS-GRD-IDX) TO SEQ-ESPERA
                 MOVE WS-ID-ALUNO-NOVO TO ID-ALUNO-ESP
                 MOVE WS-DATA-HOJE     TO DATA-ESPERA
                 WRITE REG-ESPERA
                    INVALID KEY
                       ADD 1 TO WS-QTD-ERROS
                    NOT INVALID KEY
                       MOVE 'ESPERA'      TO AUD-OPERACAO
                       MOVE 'LISTA-ESP'   TO AUD-ARQUIVO
                       MOVE CHAVE-ESPERA  TO AUD-CHAVE
                       MOVE SPACE         TO AUD-VALOR-ANTES
                       MOVE REG-ESPERA    TO AUD-VALOR-DEPOIS
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 END-WRITE
              END-IF
           END-PERFORM

           CLOSE LISTA-ESPERA
           .
       P465-FIM.

       P470-ANO-FECHADO.

      * Um unico periodo fechado pela coordenacao bloqueia o ano
      * inteiro para matriculas novas (mesma regra do PROGFECH).
           MOVE 'N' TO WS-ANO-BLOQUEADO

           SET FS-PER-OK TO TRUE
           OPEN INPUT PERIODOS

           IF WS-FS-PER EQUAL 35
              GO TO P470-FIM
           END-IF

           IF NOT FS-PER-OK
              DISPLAY 'AVISO: CONTROLE DE PERIODOS INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-PER ').'
              GO TO P470-FIM
           END-IF

           SET EOF-PER-OK TO FALSE
           PERFORM UNTIL EOF-PER-OK
              READ PERIODOS NEXT RECORD
                 AT END
                    SET EOF-PER-OK TO TRUE
                 NOT AT END
                    IF ANO-PERIODO EQUAL WS-ANO-TESTE AND
                       PERIODO-FECHADO
                       MOVE 'S' TO WS-ANO-BLOQUEADO
                       SET EOF-PER-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PERIODOS
           .
       P470-FIM.

       P500-CONFERE-SORTEIO.

      * Refaz o sorteio com a semente e os candidatos gravados e
      * compara a ordem calculada com a ordem registrada.
           DISPLAY 'Informe o numero do sorteio (ata): '
           ACCEPT WS-ID-SORTEIO

           SET FS-SRT-OK TO TRUE
           OPEN INPUT SORTEIOS
           IF NOT FS-SRT-OK
              DISPLAY 'NENHUM SORTEIO REALIZADO.'
              GO TO P500-FIM
           END-IF
           MOVE WS-ID-SORTEIO TO ID-SORTEIO
           READ SORTEIOS
              KEY IS ID-SORTEIO
                 INVALID KEY
                    DISPLAY 'SORTEIO NAO ENCONTRADO.'
                    CLOSE SORTEIOS
                    GO TO P500-FIM
           END-READ
           CLOSE SORTEIOS

           MOVE ID-SERIE-SRT  TO WS-ID-SERIE
           MOVE DS-SERIE-SRT  TO WS-DS-SERIE
           MOVE ANO-SRT       TO WS-ANO-SORTEIO
           MOVE UNIDADE-SRT   TO WS-UNIDADE
           MOVE TURMA-SRT     TO WS-TURMA
           MOVE VAGAS-SRT     TO WS-VAGAS
           MOVE SEMENTE-SRT   TO WS-SEMENTE
           MOVE HORA-SRT      TO WS-HORA-AGORA
           MOVE QTD-CONTEMPL-SRT TO WS-QTD-CONTEMPL
           MOVE QTD-ESPERA-SRT   TO WS-QTD-ESPERA
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
              UNTIL WS-TST-IDX > 3
              MOVE TESTEMUNHA-SRT (WS-TST-IDX)
                 TO WS-TESTEMUNHA (WS-TST-IDX)
           END-PERFORM

           MOVE 'C' TO WS-MODO-CARGA
           PERFORM P410-CARREGA-CANDIDATOS THRU P410-FIM
           IF WS-QTD-CAND NOT EQUAL QTD-CAND-SRT
              DISPLAY 'ATENCAO: ' WS-QTD-CAND ' CANDIDATO(S) NO '
                      'ARQUIVO E ' QTD-CAND-SRT ' NA ATA.'
           END-IF

           PERFORM P420-EMBARALHA THRU P420-FIM

           MOVE ZERO TO WS-QTD-DIVERGE
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-QTD-CAND
              MOVE WS-ORD-CND (WS-POS) TO WS-CND-IDX
              IF WS-CND-ORDEM (WS-CND-IDX) NOT EQUAL WS-POS
                 ADD 1 TO WS-QTD-DIVERGE
                 DISPLAY 'DIVERGENCIA: CANDIDATO '
                         WS-CND-ID (WS-CND-IDX) ' ORDEM GRAVADA '
                         WS-CND-ORDEM (WS-CND-IDX) ' CALCULADA '
                         WS-POS
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-GRAVA-ATA
           MOVE DATA-SRT TO WS-DATA-HOJE
           PERFORM P600-IMPRIME-ATA THRU P600-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY ' '
           IF WS-QTD-DIVERGE EQUAL ZERO AND
              WS-QTD-CAND EQUAL QTD-CAND-SRT
              DISPLAY 'CONFERENCIA OK: A SEMENTE ' WS-SEMENTE
                      ' REPRODUZ A ORDEM GRAVADA DO SORTEIO '
                      WS-ID-SORTEIO '.'
           ELSE
              DISPLAY 'CONFERENCIA COM ' WS-QTD-DIVERGE
                      ' DIVERGENCIA(S) NO SORTEIO ' WS-ID-SORTEIO '.'
           END-IF
           .
       P500-FIM.

       P600-IMPRIME-ATA.

      * Ata do sorteio: gravada no arquivo de atas apos o sorteio e
      * apenas exibida na conferencia (WS-GRAVA-ATA 'N').
           IF GRAVA-ATA-OK
              SET FS-ATA-OK TO TRUE
              OPEN EXTEND ATA
              IF WS-FS-ATA EQUAL 35
                 OPEN OUTPUT ATA
              END-IF
              IF NOT FS-ATA-OK
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ATAS.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-ATA
                 MOVE 'N' TO WS-GRAVA-ATA
              END-IF
           END-IF

           MOVE SPACE TO WS-LINHA-ATA
           STRING 'ATA No '      DELIMITED BY SIZE
                  WS-ID-SORTEIO  DELIMITED BY SIZE
                  ' - SORTEIO PUBLICO DE VAGAS' DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           PERFORM P610-LINHA-ATA THRU P610-FIM

           STRING 'SERIE '        DELIMITED BY SIZE
                  WS-ID-SERIE     DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  WS-DS-SERIE     DELIMITED BY SIZE
                  ' ANO LETIVO '  DELIMITED BY SIZE
                  WS-ANO-SORTEIO  DELIMITED BY SIZE
                  ' UNIDADE '     DELIMITED BY SIZE
                  WS-UNIDADE      DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM

           STRING 'REALIZADO EM '  DELIMITED BY SIZE
                  WS-DATA-HOJE     DELIMITED BY SIZE
                  ' AS '           DELIMITED BY SIZE
                  WS-HORA-AGORA(1:2) DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  WS-HORA-AGORA(3:2) DELIMITED BY SIZE
                  ' - VAGAS '      DELIMITED BY SIZE
                  WS-VAGAS         DELIMITED BY SIZE
                  ' CANDIDATOS '   DELIMITED BY SIZE
                  WS-QTD-CAND      DELIMITED BY SIZE
                  ' TURMA '        DELIMITED BY SIZE
                  WS-TURMA         DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM

           STRING 'SEMENTE DO SORTEIO: ' DELIMITED BY SIZE
                  WS-SEMENTE             DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM

           MOVE 'METODO: GERADOR X = X * 16807 MOD 2147483647 INICIADO'
              TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           MOVE '  PELA SEMENTE. GRUPOS NA ORDEM DE PRIORIDADE; EM CADA'
              TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           MOVE '  GRUPO, NA ORDEM DE INSCRICAO, DO ULTIMO AO SEGUNDO'
              TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           MOVE '  CANDIDATO (POSICAO I) TROCA-SE I COM (X MOD I) + 1.'
              TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           PERFORM P610-LINHA-ATA THRU P610-FIM

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > 5
              STRING 'GRUPO '                  DELIMITED BY SIZE
                     WS-GRP-IDX                DELIMITED BY SIZE
                     ' - '                     DELIMITED BY SIZE
                     WS-DS-GRUPO (WS-GRP-IDX)  DELIMITED BY SIZE
                     ': '                      DELIMITED BY SIZE
                     WS-QTD-GRUPO (WS-GRP-IDX) DELIMITED BY SIZE
                     ' CANDIDATO(S)'           DELIMITED BY SIZE
                     INTO WS-LINHA-ATA
              PERFORM P610-LINHA-ATA THRU P610-FIM
           END-PERFORM
           PERFORM P610-LINHA-ATA THRU P610-FIM

           MOVE 'ORDEM GR CAND. NOME                 RESULTADO'
              TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM

           SET FS-CND-OK TO TRUE
           OPEN INPUT CANDIDATOS
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-QTD-CAND
              MOVE WS-ORD-CND (WS-POS) TO WS-CND-IDX
              PERFORM P620-LINHA-CANDIDATO THRU P620-FIM
           END-PERFORM
           IF FS-CND-OK
              CLOSE CANDIDATOS
           END-IF

           PERFORM P610-LINHA-ATA THRU P610-FIM
           STRING 'CONTEMPLADOS: '     DELIMITED BY SIZE
                  WS-QTD-CONTEMPL      DELIMITED BY SIZE
                  '  LISTA DE ESPERA: ' DELIMITED BY SIZE
                  WS-QTD-ESPERA        DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           PERFORM P610-LINHA-ATA THRU P610-FIM

           MOVE 'TESTEMUNHAS:' TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM
           PERFORM VARYING WS-TST-IDX FROM 1 BY 1
              UNTIL WS-TST-IDX > 3
              IF WS-TESTEMUNHA (WS-TST-IDX) NOT EQUAL SPACE
                 PERFORM P610-LINHA-ATA THRU P610-FIM
                 STRING '   ______________________________ '
                           DELIMITED BY SIZE
                        WS-TESTEMUNHA (WS-TST-IDX)
                           DELIMITED BY SIZE
                        INTO WS-LINHA-ATA
                 PERFORM P610-LINHA-ATA THRU P610-FIM
              END-IF
           END-PERFORM
           PERFORM P610-LINHA-ATA THRU P610-FIM
           MOVE ALL '-' TO WS-LINHA-ATA
           PERFORM P610-LINHA-ATA THRU P610-FIM

           IF GRAVA-ATA-OK
              CLOSE ATA
           END-IF
           .
       P600-FIM.

       P610-LINHA-ATA.

           DISPLAY WS-LINHA-ATA
           IF GRAVA-ATA-OK
              WRITE REG-ATA FROM WS-LINHA-ATA
           END-IF
           MOVE SPACE TO WS-LINHA-ATA
           .
       P610-FIM.

       P620-LINHA-CANDIDATO.

           MOVE SPACE TO WS-LINHA-ATA
           MOVE WS-POS TO WS-LINHA-ATA(1:5)
           MOVE WS-CND-GRUPO (WS-CND-IDX) TO WS-LINHA-ATA(8:1)
           MOVE WS-CND-ID (WS-CND-IDX) TO WS-LINHA-ATA(10:5)

           IF FS-CND-OK
              MOVE WS-CND-ID (WS-CND-IDX) TO ID-CANDIDATO
              READ CANDIDATOS
                 KEY IS ID-CANDIDATO
                    INVALID KEY
                       MOVE 'NAO ENCONTRADO' TO WS-LINHA-ATA(16:20)
                    NOT INVALID KEY
                       MOVE NM-CANDIDATO TO WS-LINHA-ATA(16:20)
                       MOVE SPACE TO WS-DS-RESULTADO
                       EVALUATE TRUE
                          WHEN CAND-CONTEMPLADO
                             STRING 'CONTEMPLADO ALUNO '
                                       DELIMITED BY SIZE
                                    ID-ALUNO-CAND DELIMITED BY SIZE
                                    INTO WS-DS-RESULTADO
                          WHEN CAND-ESPERA
                             STRING 'ESPERA ALUNO ' DELIMITED BY SIZE
                                    ID-ALUNO-CAND DELIMITED BY SIZE
                                    INTO WS-DS-RESULTADO
                          WHEN CAND-DESISTENTE
                             STRING 'DESISTENTE ALUNO '
                                       DELIMITED BY SIZE
                                    ID-ALUNO-CAND DELIMITED BY SIZE
                                    INTO WS-DS-RESULTADO
                          WHEN OTHER
                             MOVE 'SEM CADASTRO' TO WS-DS-RESULTADO
                       END-EVALUATE
                       MOVE WS-DS-RESULTADO TO WS-LINHA-ATA(37:30)
              END-READ
           END-IF

           PERFORM P610-LINHA-ATA THRU P610-FIM
           .
       P620-FIM.

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

           MOVE 'PROGSORT' TO AUD-PROGRAMA
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
       END PROGRAM PROGSORT.
