           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-MAT.

           SELECT AUDITORIA ASSIGN TO
           COPY FD-AUDITORIA.

       FD  AUD-TEMP.
       01  REG-AUD-TEMP                       PIC X(585).

       FD  HIST-AUDITORIA.
       01  REG-HIST-AUDITORIA                 PIC X(585).

       FD  TERMO.
       01  REG-TERMO                          PIC X(80).
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-TMP                         PIC 99.
           88 FS-TMP-OK                      VALUE 0.

       01  WS-REG-AL-ANTES                   PIC X(201) VALUE SPACE.
       01  WS-LINHA-TERMO                    PIC X(80) VALUE SPACE.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

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
           DISPLAY 'EXPURGO LGPD - ANONIMIZACAO DE EX-ALUNOS'
           MOVE SPACE         TO END-ALUNO
           MOVE 'ANONIMIZADO' TO NM-MAE-ALUNO
           MOVE 'ANONIMIZADO' TO NM-PAI-ALUNO
           MOVE ZERO          TO NIS-ALUNO
           MOVE SPACE         TO NM-SOCIAL-ALUNO
           MOVE ZERO          TO DT-NM-SOCIAL-ALUNO
           MOVE SPACE         TO REQ-NM-SOCIAL-ALUNO
           MOVE SPACE         TO PASSE-ALUNO
           MOVE SPACE         TO CARTAO-PASSE-ALUNO
           MOVE ZERO          TO DT-BLOQ-PASSE-ALUNO

           REWRITE REG-ALUNO
           IF FS-OK OR WS-FS EQUAL 02
      * alunos expurgados (as imagens guardam dados pessoais), em
      * duas passadas sequenciais: auditoria -> temporario com as
      * imagens limpas, e temporario -> auditoria regravada.
      * O registro limpo fica marcado em AUD-EXPURGO: o encadeamento
      * da trilha cobre o resumo das imagens originais, que o PROGCADV
      * deixa de conferir nos registros marcados.
           SET FS-AUD-OK TO TRUE
           OPEN INPUT AUDITORIA
           IF NOT FS-AUD-OK
                          TO AUD-VALOR-ANTES
                       MOVE 'DADOS PESSOAIS REMOVIDOS (LGPD)'
                          TO AUD-VALOR-DEPOIS
                       SET AUD-IMAGEM-EXPURGADA TO TRUE
                       ADD 1 TO WS-CONT-AUD-LIMPAS
                    END-IF
                    WRITE REG-AUD-TEMP FROM REG-AUDITORIA
                          TO AUD-VALOR-ANTES
                       MOVE 'DADOS PESSOAIS REMOVIDOS (LGPD)'
                          TO AUD-VALOR-DEPOIS
                       SET AUD-IMAGEM-EXPURGADA TO TRUE
                       ADD 1 TO WS-CONT-AUD-LIMPAS
                    END-IF
                    WRITE REG-AUD-TEMP FROM REG-AUDITORIA

           MOVE 'PROGLGPD' TO AUD-PROGRAMA

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
