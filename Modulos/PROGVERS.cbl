      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Conferencia da versao de layout dos arquivos: recebe
      *          as versoes com que o programa chamador foi compilado
      *          (copybook VERSOES) e os arquivos que ele abre, e
      *          compara com a versao registrada no CONTROLE pelo
      *          PROGMIGR (chaves VER-ALUNOS, VER-NOTAS, VER-DISCIP,
      *          VER-PROFES e VER-USUARI).
      *          Versao diferente devolve o resultado 'N' e o chamador
      *          nao abre o arquivo. Arquivo sem versao registrada
      *          ainda nao passou pelo PROGMIGR e e aceito.
      *          A AUDITORIA (chave VER-AUDIT) e a excecao: sem versao
      *          registrada, a trilha so e aceita se ainda nao tiver
      *          registro algum (ativo e historicos); com registros ela
      *          esta no layout anterior ao selo e todo modulo e
      *          recusado ate a selagem pelo PROGCADV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVERS.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           FILE STATUS IS WS-FS-CTL.

      * O mesmo SELECT le o arquivo ativo e os historicos.
           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE.
           COPY FD-CONTROLE.

      * Basta saber se ha registro: le no tamanho do layout anterior,
      * o menor dos dois.
       FD  AUDITORIA.
       01  REG-AUDITORIA-ARQ                  PIC X(539).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-ATIVO                  PIC X(80).
       01  WS-CAMINHO-HIST-BASE              PIC X(80).

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-VERSAO-AUSENTE                 PIC X VALUE 'N'.
           88 VERSAO-AUSENTE-OK              VALUE 'S'.

       77  WS-TRILHA-VAZIA                   PIC X VALUE 'S'.
           88 TRILHA-VAZIA-OK                VALUE 'S'.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-ANO-HOJE                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-HIST                       PIC 9(04) VALUE ZERO.
       77  WS-ANO-INICIAL                    PIC 9(04) VALUE ZERO.
       77  WS-NOME-TAM                       PIC 9(03) VALUE ZERO.

       77  WS-CHAVE-VERSAO                   PIC X(10) VALUE SPACE.
       77  WS-NOME-ARQUIVO                   PIC X(12) VALUE SPACE.
       77  WS-VERSAO-COMPILADA               PIC 9(03) VALUE ZERO.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-VERSOES-LAYOUT.
           03 LK-VL-ALUNOS                    PIC 9(03).
           03 LK-VL-NOTAS                     PIC 9(03).
           03 LK-VL-DISCIPLINAS               PIC 9(03).
           03 LK-VL-AUDITORIA                 PIC 9(03).
           03 LK-VL-PROFESSORES               PIC 9(03).
           03 LK-VL-USUARIOS                  PIC 9(03).
           03 LK-VL-USA-ALUNOS                PIC X(01).
           03 LK-VL-USA-NOTAS                 PIC X(01).
           03 LK-VL-USA-DISCIPLINAS           PIC X(01).
           03 LK-VL-USA-AUDITORIA             PIC X(01).
           03 LK-VL-USA-PROFESSORES           PIC X(01).
           03 LK-VL-USA-USUARIOS              PIC X(01).
           03 LK-VL-RESULTADO                 PIC X(01).

      ******************************************************************
       PROCEDURE DIVISION USING LK-VERSOES-LAYOUT.

           MOVE 'S' TO LK-VL-RESULTADO

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           SET FS-CTL-OK TO TRUE
           OPEN INPUT CONTROLE

      * Sem CONTROLE nao ha versao registrada: so a trilha de
      * auditoria e conferida.
           IF NOT FS-CTL-OK
              IF LK-VL-USA-AUDITORIA EQUAL 'S'
                 PERFORM P200-CONFERE-TRILHA THRU P200-FIM
              END-IF
              PERFORM P950-FIM
           END-IF

           IF LK-VL-USA-ALUNOS EQUAL 'S'
              MOVE 'VER-ALUNOS'   TO WS-CHAVE-VERSAO
              MOVE 'ALUNOS'       TO WS-NOME-ARQUIVO
              MOVE LK-VL-ALUNOS   TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
           END-IF

           IF LK-VL-USA-NOTAS EQUAL 'S'
              MOVE 'VER-NOTAS'    TO WS-CHAVE-VERSAO
              MOVE 'NOTAS'        TO WS-NOME-ARQUIVO
              MOVE LK-VL-NOTAS    TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
           END-IF

           IF LK-VL-USA-DISCIPLINAS EQUAL 'S'
              MOVE 'VER-DISCIP'   TO WS-CHAVE-VERSAO
              MOVE 'DISCIPLINAS'  TO WS-NOME-ARQUIVO
              MOVE LK-VL-DISCIPLINAS TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
           END-IF

           IF LK-VL-USA-PROFESSORES EQUAL 'S'
              MOVE 'VER-PROFES'   TO WS-CHAVE-VERSAO
              MOVE 'PROFESSORES'  TO WS-NOME-ARQUIVO
              MOVE LK-VL-PROFESSORES TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
           END-IF

           IF LK-VL-USA-USUARIOS EQUAL 'S'
              MOVE 'VER-USUARI'   TO WS-CHAVE-VERSAO
              MOVE 'USUARIOS'     TO WS-NOME-ARQUIVO
              MOVE LK-VL-USUARIOS TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
           END-IF

           IF LK-VL-USA-AUDITORIA EQUAL 'S'
              MOVE 'VER-AUDIT'    TO WS-CHAVE-VERSAO
              MOVE 'AUDITORIA'    TO WS-NOME-ARQUIVO
              MOVE LK-VL-AUDITORIA TO WS-VERSAO-COMPILADA
              PERFORM P100-CONFERE THRU P100-FIM
              IF VERSAO-AUSENTE-OK
                 PERFORM P200-CONFERE-TRILHA THRU P200-FIM
              END-IF
           END-IF

           CLOSE CONTROLE

           PERFORM P950-FIM
           .

       P100-CONFERE.

           MOVE 'N' TO WS-VERSAO-AUSENTE
           MOVE WS-CHAVE-VERSAO TO CHAVE-CONTROLE
           READ CONTROLE
              KEY IS CHAVE-CONTROLE
                 INVALID KEY
                    MOVE 'S' TO WS-VERSAO-AUSENTE
                    GO TO P100-FIM
           END-READ

           IF NOT FS-CTL-OK
              GO TO P100-FIM
           END-IF

           IF ULTIMO-NUMERO NOT EQUAL WS-VERSAO-COMPILADA
              MOVE 'N' TO LK-VL-RESULTADO
              DISPLAY 'ARQUIVO ' WS-NOME-ARQUIVO
                      ' GRAVADO NO LAYOUT VERSAO ' ULTIMO-NUMERO
              DISPLAY 'ESTE PROGRAMA FOI COMPILADO PARA A VERSAO '
                      WS-VERSAO-COMPILADA '.'
           END-IF
           .
       P100-FIM.

       P200-CONFERE-TRILHA.

      * Mesmo teste do PROGCADA: historicos do PROGAUDA dos ultimos
      * trinta anos e o arquivo ativo, o primeiro registro achado
      * encerra a busca.
           ACCEPT WS-CAMINHO-ATIVO FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-ATIVO
           END-ACCEPT

           ACCEPT WS-CAMINHO-HIST-BASE FROM ENVIRONMENT
              'HIST_AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HIST-AUDITORIA'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-BASE
           END-ACCEPT

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-HOJE
           COMPUTE WS-ANO-INICIAL = WS-ANO-HOJE - 30

           MOVE 'S' TO WS-TRILHA-VAZIA

           MOVE WS-CAMINHO-ATIVO TO WS-CAMINHO-AUDITORIA
           PERFORM P210-LE-ARQUIVO THRU P210-FIM

           PERFORM VARYING WS-ANO-HIST FROM WS-ANO-INICIAL BY 1
              UNTIL WS-ANO-HIST > WS-ANO-HOJE OR NOT TRILHA-VAZIA-OK
              PERFORM P220-MONTA-NOME-HIST THRU P220-FIM
              PERFORM P210-LE-ARQUIVO THRU P210-FIM
           END-PERFORM

           IF NOT TRILHA-VAZIA-OK
              MOVE 'N' TO LK-VL-RESULTADO
              DISPLAY 'TRILHA DE AUDITORIA GRAVADA NO LAYOUT ANTERIOR '
                      'AO SELO.'
              DISPLAY 'SELE A TRILHA EM OPERACAO > VERIFICACAO DA '
                      'TRILHA, OPCAO 2, ANTES DE USAR ESTE PROGRAMA.'
           END-IF
           .
       P200-FIM.

       P210-LE-ARQUIVO.

           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA
           IF NOT FS-AUD-OK
              GO TO P210-FIM
           END-IF

           READ AUDITORIA NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE 'N' TO WS-TRILHA-VAZIA
           END-READ

           CLOSE AUDITORIA
           .
       P210-FIM.

       P220-MONTA-NOME-HIST.

      * Nome HIST-AUDITORIA.AAAA.dat do ano, como no PROGAUDA.
           MOVE WS-CAMINHO-HIST-BASE TO WS-CAMINHO-AUDITORIA

           MOVE ZERO TO WS-NOME-TAM
           PERFORM VARYING WS-NOME-TAM FROM 80 BY -1
              UNTIL WS-NOME-TAM < 1
                 OR WS-CAMINHO-AUDITORIA(WS-NOME-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           IF WS-NOME-TAM > 0 AND WS-NOME-TAM <= 71
              MOVE '.' TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 1:1)
              MOVE WS-ANO-HIST
                 TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 2:4)
              MOVE '.dat'
                 TO WS-CAMINHO-AUDITORIA(WS-NOME-TAM + 6:4)
           END-IF
           .
       P220-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGVERS.
