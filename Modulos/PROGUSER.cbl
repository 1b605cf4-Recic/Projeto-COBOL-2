      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Manutencao dos usuarios do sistema (login, senha e
      *          perfil de acesso: secretaria, coordenacao, direcao,
      *          professor vinculado ao cadastro de PROFESSORES),
      *          usados na identificacao da sessao do PROGM3 e na
      *          liberacao das opcoes do menu por perfil.
      ******************************************************************
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-PROFESSOR
           FILE STATUS IS WS-FS-PRF.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
       FD  USUARIOS.
           COPY FD-USUARIOS.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.


       01  WS-CAMINHO-USUARIOS               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).

       01  WS-REGISTRO-US                    PIC X(63) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-US.
           03 LOGIN-US                       PIC X(10).
           03 SENHA-US                       PIC X(10).
           03 ERROS-SENHA-US                 PIC 9(02).
           03 BLOQ-US                        PIC X(01).
           03 UNIDADE-US                     PIC X(04).
           03 ID-PROFESSOR-US                PIC 9(05).

       01  WS-TAB-CIFRA.
           03 FILLER                         PIC X(52) VALUE
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-PRF                         PIC 99.
           88 FS-PRF-OK                      VALUE 0.

       77  WS-PRF-VALIDO                     PIC X.
           88 PRF-VALIDO-OK                  VALUE 'S' FALSE 'N'.
       77  WS-ID-PROFESSOR-TELA              PIC 9(05) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(03) VALUE ZERO.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-PROFESSORES
           MOVE 'S' TO WS-VL-USA-USUARIOS
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
           DISPLAY 'MANUTENCAO DE USUARIOS DO SISTEMA'
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-PROFESSORES
              FROM ENVIRONMENT 'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           .
       P010-FIM.

           ACCEPT LOGIN-US
           DISPLAY 'Senha (ate 10 caracteres): '
           ACCEPT SENHA-US
           DISPLAY 'Perfil <S> Secretaria, <C> Coordenacao, '
                   '<D> Direcao ou <P> Professor: '
           ACCEPT PERFIL-US
           DISPLAY 'Nome do usuario: '
           ACCEPT NM-US
           IF PERFIL-US EQUAL 's' MOVE 'S' TO PERFIL-US END-IF
           IF PERFIL-US EQUAL 'c' MOVE 'C' TO PERFIL-US END-IF
           IF PERFIL-US EQUAL 'd' MOVE 'D' TO PERFIL-US END-IF
           IF PERFIL-US EQUAL 'p' MOVE 'P' TO PERFIL-US END-IF

           IF LOGIN-US EQUAL SPACE OR SENHA-US EQUAL SPACE
              DISPLAY 'LOGIN E SENHA NAO PODEM FICAR EM BRANCO.'
           END-IF

           IF PERFIL-US NOT EQUAL 'S' AND PERFIL-US NOT EQUAL 'C'
              AND PERFIL-US NOT EQUAL 'D' AND PERFIL-US NOT EQUAL 'P'
              DISPLAY 'PERFIL INVALIDO. Informe S, C, D ou P.'
              GO TO P200-FIM
           END-IF

      * O login de professor fica preso ao cadastro do docente: e por
      * ele que o lancamento e limitado as turmas da OFERTA.
           MOVE ZERO TO ID-PROFESSOR-US
           IF PERFIL-US EQUAL 'P'
              DISPLAY 'Codigo do professor (cadastro de PROFESSORES): '
              ACCEPT WS-ID-PROFESSOR-TELA
              PERFORM P650-VALIDA-PROFESSOR THRU P650-FIM
              IF NOT PRF-VALIDO-OK
                 GO TO P200-FIM
              END-IF
              MOVE WS-ID-PROFESSOR-TELA TO ID-PROFESSOR-US
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O USUARIOS

           MOVE PERFIL-US TO PERFIL-USUARIO
           MOVE NM-US     TO NM-USUARIO
           MOVE UNIDADE-US TO UNIDADE-USUARIO
           MOVE ID-PROFESSOR-US TO ID-PROFESSOR-USU

           WRITE REG-USUARIO
              INVALID KEY
                 STRING LOGIN-US  DELIMITED BY SIZE
                        ' PERFIL ' DELIMITED BY SIZE
                        PERFIL-US DELIMITED BY SIZE
                        ' PROF ' DELIMITED BY SIZE
                        ID-PROFESSOR-US DELIMITED BY SIZE
                        INTO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE
                                  ' NOME ' NM-US
                       END-IF
                    END-IF
                    IF PERFIL-US EQUAL 'P'
                       DISPLAY '   PROFESSOR VINCULADO: '
                               ID-PROFESSOR-US
                    END-IF
              END-READ
           END-PERFORM


           DISPLAY 'Perfil Atual: ' PERFIL-US ' Nome Atual: ' NM-US
                   ' Unidade Atual: ' UNIDADE-US
           IF PERFIL-US EQUAL 'P'
              DISPLAY 'Professor Atual: ' ID-PROFESSOR-US
           END-IF

           DISPLAY 'Informe a nova senha (branco mantem a atual): '
           ACCEPT WS-SENHA-TRAB
           DISPLAY 'Informe o novo perfil <S>, <C>, <D> ou <P>: '
           ACCEPT PERFIL-USUARIO
           DISPLAY 'Informe o novo nome: '
           ACCEPT NM-USUARIO
           END-IF
           IF PERFIL-USUARIO EQUAL 'd' MOVE 'D' TO PERFIL-USUARIO
           END-IF
           IF PERFIL-USUARIO EQUAL 'p' MOVE 'P' TO PERFIL-USUARIO
           END-IF

           IF NOT PERFIL-SECRETARIA AND NOT PERFIL-COORDENACAO
              AND NOT PERFIL-DIRECAO AND NOT PERFIL-PROFESSOR
              DISPLAY 'PERFIL INVALIDO. Informe S, C, D ou P.'
              CLOSE USUARIOS
              GO TO P400-FIM
           END-IF

           IF PERFIL-PROFESSOR
              DISPLAY 'Codigo do professor (cadastro de PROFESSORES): '
              ACCEPT WS-ID-PROFESSOR-TELA
              PERFORM P650-VALIDA-PROFESSOR THRU P650-FIM
              IF NOT PRF-VALIDO-OK
                 CLOSE USUARIOS
                 GO TO P400-FIM
              END-IF
              MOVE WS-ID-PROFESSOR-TELA TO ID-PROFESSOR-USU
           ELSE
              MOVE ZERO TO ID-PROFESSOR-USU
           END-IF

           DISPLAY 'TECLE: <S> para confirmar ou <QUALQUER TECLA> '
                   'para manter os dados atuais.'
                 STRING LOGIN-USUARIO DELIMITED BY SIZE
                        ' PERFIL '     DELIMITED BY SIZE
                        PERFIL-USUARIO DELIMITED BY SIZE
                        ' PROF '       DELIMITED BY SIZE
                        ID-PROFESSOR-USU DELIMITED BY SIZE
                        INTO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-IF
           .
       P600-FIM.

       P650-VALIDA-PROFESSOR.

           SET PRF-VALIDO-OK TO FALSE

           IF WS-ID-PROFESSOR-TELA EQUAL ZERO
              DISPLAY 'CODIGO DE PROFESSOR OBRIGATORIO NO PERFIL P.'
              GO TO P650-FIM
           END-IF

           SET FS-PRF-OK TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-PRF-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PRF
              GO TO P650-FIM
           END-IF

           MOVE WS-ID-PROFESSOR-TELA TO ID-PROFESSOR
           READ PROFESSORES
              KEY IS ID-PROFESSOR
                 INVALID KEY
                    DISPLAY 'PROFESSOR NAO CADASTRADO.'
                 NOT INVALID KEY
                    DISPLAY 'PROFESSOR: ' NM-PROFESSOR
                    SET PRF-VALIDO-OK TO TRUE
           END-READ

           CLOSE PROFESSORES
           .
       P650-FIM.

       P700-CIFRA-SENHA.

      * Resumo nao reversivel da senha (mesma cifra usada na
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
