           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT ENSALA ASSIGN TO
           WS-CAMINHO-ENSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ENSALA
           ALTERNATE RECORD KEY CHAVE-SALA-ENS =
           ID-SALA-ENS DIA-SEMANA-ENS TEMPO-ENS WITH DUPLICATES
           FILE STATUS IS WS-FS-ENS.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  ENSALA.
           COPY FD-ENSALA.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       01  WS-CAMINHO-ESPERA                 PIC X(80).
       01  WS-CAMINHO-OCORRENCIAS           PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-ENSALA                 PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-LIXEIRA                PIC X(80).

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.
       77  WS-FS-ENS                         PIC 99.
           88 FS-ENS-OK                      VALUE 0.
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS-AUD                        PIC 99.
           88 FS-AUD-OK                    VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EXT                           PIC X.
           88 EXT-OK              VALUE 'F' FALSE 'N'.

       77  WS-EOF-TEV                       PIC X VALUE 'N'.
           88 EOF-TEV-OK                    VALUE 'S' FALSE 'N'.

       01  WS-REGISTRO-PF                   PIC X(69) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-PF.
           03 ID-PF                         PIC 9(05).
           03 NM-PF                         PIC X(20).
           03 TL-PF                         PIC X(20).
           03 FM-PF                         PIC X(20).
           03 CH-SEM-PF                     PIC 9(02).
           03 CH-ATV-PF                     PIC 9(02).

       77  WS-ID-PROF-EXC                   PIC 9(05).

       77  WS-AUTORIZADO                    PIC X.
           88 AUTORIZADO-OK                VALUE 'S'.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
           MOVE 'S' TO WS-VL-USA-DISCIPLINAS
           MOVE 'S' TO WS-VL-USA-PROFESSORES
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
           DISPLAY 'EXLUSAO DE 'LK-MENSAGEM
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ENSALA FROM ENVIRONMENT 'ENSALA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ENSALA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ENSALA
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                                            THRU P800-FIM
                                         PERFORM P170-GRAVA-LIXEIRA
                                            THRU P170-FIM
                                         PERFORM P175-LIBERA-SALA
                                            THRU P175-FIM
                                      END-IF
                                    ELSE
                                      DISPLAY 'Exclusao cancelada.'
           .
       P170-FIM.

       P175-LIBERA-SALA.

      * Aula excluida do quadro libera a sala do ensalamento.
           SET FS-ENS-OK TO TRUE
           OPEN I-O ENSALA
           IF NOT FS-ENS-OK
              GO TO P175-FIM
           END-IF

           MOVE CHAVE-HORARIO TO CHAVE-ENSALA
           READ ENSALA
              KEY IS CHAVE-ENSALA
                 INVALID KEY
                    CLOSE ENSALA
                    GO TO P175-FIM
           END-READ

           MOVE 'EXCLUSAO'         TO AUD-OPERACAO
           MOVE 'ENSALA'           TO AUD-ARQUIVO
           MOVE CHAVE-ENSALA(1:10) TO AUD-CHAVE
           MOVE REG-ENSALA         TO AUD-VALOR-ANTES
           MOVE SPACE              TO AUD-VALOR-DEPOIS
           DELETE ENSALA RECORD
           IF FS-ENS-OK
              DISPLAY 'Sala ' ID-SALA-ENS ' liberada.'
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF

           CLOSE ENSALA
           .
       P175-FIM.

       P180-GRAVA-EVENTO.

      * Movimento escolar: a saida do aluno do cadastro entra datada

           MOVE 'PROGEXCL' TO AUD-PROGRAMA

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
