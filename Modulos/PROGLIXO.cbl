           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-DATA-LIMITE                    PIC 9(08) VALUE ZERO.
       77  WS-DIAS-INT                       PIC 9(07) VALUE ZERO.

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
           DISPLAY 'LIXEIRA DO SISTEMA'
                    OPEN I-O ALUNOS
                 END-IF
                 IF FS-OK
      * A imagem da lixeira (200 posicoes) vai ate a carteirinha: o
      * NIS em diante fica com os valores iniciais, como no PROGREAP.
                    INITIALIZE REG-ALUNO
                    MOVE IMAGEM-LIX(1:199) TO REG-ALUNO(1:199)
                    IF DT-NASC-ALUNO NOT NUMERIC
                       MOVE ZERO TO DT-NASC-ALUNO
                    END-IF
                    IF INEP-ALUNO NOT NUMERIC
                       MOVE ZERO TO INEP-ALUNO
                    END-IF
                    IF CARTEIRA-ALUNO NOT NUMERIC
                       MOVE ZERO TO CARTEIRA-ALUNO
                    END-IF
                    WRITE REG-ALUNO
                       INVALID KEY
                          DISPLAY 'CHAVE JA OCUPADA EM ALUNOS.'
                       NOT INVALID KEY
                          MOVE 'S' TO WS-RESTAUROU
                          DISPLAY 'AVISO: ALUNO ' ID-ALUNO
                                  ' RESTAURADO SEM NIS, AVISO POR SMS, '
                                  'NOME SOCIAL E PASSE ESCOLAR.'
                          DISPLAY 'REINFORMAR NA ALTERACAO DO CADASTRO '
                                  'E NO PASSE ESCOLAR.'
                    END-WRITE
                    CLOSE ALUNOS
                 END-IF
                    OPEN I-O PROFESSORES
                 END-IF
                 IF FS-OK
                    MOVE IMAGEM-LIX(1:69) TO REG-PROFESSOR
                    IF CH-SEMANAL-PROF NOT NUMERIC
                       MOVE ZERO TO CH-SEMANAL-PROF
                       MOVE ZERO TO CH-ATIVIDADE-PROF
                    END-IF
                    WRITE REG-PROFESSOR
                       INVALID KEY
                          DISPLAY 'CHAVE JA OCUPADA EM PROFESSORES.'

           MOVE 'PROGLIXO' TO AUD-PROGRAMA

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
