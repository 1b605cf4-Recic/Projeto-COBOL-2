           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT AUDITORIA ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

      * ALUNOS.csv das geracoes gravadas antes do NIS, nome social e
      * passe escolar (registro de 250 posicoes).
           SELECT EXP-ALUNOS-ANT ASSIGN TO
           WS-CAMINHO-EXP-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

           SELECT EXP-DISCIPLINAS ASSIGN TO
           WS-CAMINHO-EXP-DISCIPLINAS
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT OCORRENCIAS ASSIGN TO
           COPY FD-AUDITORIA.

       FD  EXP-ALUNOS.
       01  REG-EXP-ALUNOS                    PIC X(300).

       FD  EXP-ALUNOS-ANT.
       01  REG-EXP-ALUNOS-ANT                PIC X(250).

       FD  EXP-DISCIPLINAS.
       01  REG-EXP-DISCIPLINAS               PIC X(100).
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.


       01  WS-LINHA-IMPORT                   PIC X(300) VALUE SPACE.

       77  WS-EXP-AL-ANTIGO                  PIC X VALUE 'N'.
           88 EXP-AL-ANTIGO-OK               VALUE 'S'.

      * Campos intermediarios da desmontagem (UNSTRING) da linha de
      * ALUNOS.csv - os campos numericos sao vistos por REDEFINES do
       01  WS-IMP-CART-AL                    PIC X(08).
       01  WS-IMP-CART-AL-NUM REDEFINES WS-IMP-CART-AL
                                             PIC 9(08).
       01  WS-IMP-NIS-AL                     PIC X(11).
       01  WS-IMP-NIS-AL-NUM REDEFINES WS-IMP-NIS-AL
                                             PIC 9(11).
       01  WS-IMP-SMS-AL                     PIC X(01).
       01  WS-IMP-NM-SOC-AL                  PIC X(20).
       01  WS-IMP-DT-NM-SOC-AL               PIC X(08).
       01  WS-IMP-DT-NM-SOC-AL-NUM REDEFINES WS-IMP-DT-NM-SOC-AL
                                             PIC 9(08).
       01  WS-IMP-REQ-NM-SOC-AL              PIC X(01).
       01  WS-IMP-PASSE-AL                   PIC X(01).
       01  WS-IMP-CARTAO-PASSE-AL            PIC X(16).
       01  WS-IMP-DT-BLOQ-PASSE-AL           PIC X(08).
       01  WS-IMP-DT-BLOQ-PASSE-AL-NUM REDEFINES WS-IMP-DT-BLOQ-PASSE-AL
                                             PIC 9(08).

       01  WS-IMP-ID-DP                      PIC X(05).
       01  WS-IMP-ID-DP-NUM REDEFINES WS-IMP-ID-DP
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                    VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-EXP                         PIC 99.
           88 FS-EXP-OK                    VALUE 0.

       77  WS-MAN-CONTADO                    PIC 9(05) VALUE ZERO.
       77  WS-MAN-DIVERGE                    PIC 9(03) VALUE ZERO.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
           MOVE 'S' TO WS-VL-USA-DISCIPLINAS
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
           PERFORM P015-ESCOLHE-GERACAO THRU P015-FIM

           DISPLAY ' '
                    PERFORM P240-IMPORTA-MATRICULA THRU P240-FIM
                    PERFORM P250-IMPORTA-COMPLEMENTARES
                       THRU P250-COMPL-FIM
                    PERFORM P290-OFERECE-REAPLICACAO THRU P290-FIM
                 END-IF
              WHEN '7'
                 PERFORM P280-VERIFICA-MANIFESTO THRU P280-FIM
                    PERFORM P240-IMPORTA-MATRICULA THRU P240-FIM
                    PERFORM P250-IMPORTA-COMPLEMENTARES
                       THRU P250-COMPL-FIM
                    PERFORM P290-OFERECE-REAPLICACAO THRU P290-FIM
                 ELSE
                    DISPLAY 'VALIDACAO ENCONTROU ' WS-VAL-ERROS
                            ' ERRO(S).'
                       PERFORM P240-IMPORTA-MATRICULA THRU P240-FIM
                       PERFORM P250-IMPORTA-COMPLEMENTARES
                          THRU P250-COMPL-FIM
                       PERFORM P290-OFERECE-REAPLICACAO
                          THRU P290-FIM
                    ELSE
                       DISPLAY 'IMPORTACAO ABORTADA. NENHUM REGISTRO '
                               'FOI GRAVADO.'
           .
       P017-FIM.

       P290-OFERECE-REAPLICACAO.

      * Restaurada uma geracao datada, o movimento posterior ao backup
      * pode ser refeito pela trilha de auditoria (PROGREAP), a partir
      * da hora da exportacao gravada no manifesto.
           IF WS-DATA-GERACAO EQUAL ZERO
              GO TO P290-FIM
           END-IF

           DISPLAY 'TECLE <S> para reaplicar a trilha de auditoria '
                   'posterior a geracao ' WS-DATA-GERACAO-X
                   ' ou <QUALQUER TECLA> para encerrar: '
           ACCEPT WS-VAL-CONFIRMA
           IF WS-VAL-CONFIRMA NOT EQUAL 'S' AND
              WS-VAL-CONFIRMA NOT EQUAL 's'
              GO TO P290-FIM
           END-IF

           SET ENVIRONMENT 'REAP_GERACAO' TO WS-DATA-GERACAO-X
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGREAP'
              USING LK-COM-AREA
              ON EXCEPTION
                 DISPLAY 'MODULO DE REAPLICACAO INDISPONIVEL.'
           END-CALL
           SET ENVIRONMENT 'REAP_GERACAO' TO SPACE
           .
       P290-FIM.

       P280-VERIFICA-MANIFESTO.

      * Confere o manifesto da geracao antes de restaurar: cada

           EVALUATE WS-MAN-NOME
              WHEN 'ALUNOS'
                 PERFORM P030-ABRE-EXP-ALUNOS THRU P030-FIM
                 IF NOT FS-EXP-OK
                    GO TO P284-FIM
                 END-IF
                 SET EOF-OK TO FALSE
                 PERFORM UNTIL EOF-OK
                    PERFORM P031-LE-EXP-ALUNOS THRU P031-FIM
                    IF NOT EOF-OK
                       ADD 1 TO WS-MAN-CONTADO
                    END-IF
                 END-PERFORM
                 PERFORM P032-FECHA-EXP-ALUNOS THRU P032-FIM
              WHEN 'DISCIPLINAS'
                 SET FS-EXP-OK TO TRUE
                 OPEN INPUT EXP-DISCIPLINAS
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          MOVE REG-EXP-COMPLEMENTAR(1:69)
                             TO REG-PROFESSOR
                          IF CH-SEMANAL-PROF NOT NUMERIC
                             MOVE ZERO TO CH-SEMANAL-PROF
                             MOVE ZERO TO CH-ATIVIDADE-PROF
                          END-IF
                          WRITE REG-PROFESSOR
                             INVALID KEY
                                CONTINUE
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          MOVE REG-EXP-COMPLEMENTAR(1:63)
                             TO REG-USUARIO
                          WRITE REG-USUARIO
                             INVALID KEY
           .
       P250-COMPL-FIM.

       P030-ABRE-EXP-ALUNOS.

      * O layout do ALUNOS.csv e reconhecido pela posicao 211, logo
      * apos a carteirinha: no registro atual e o separador antes do
      * NIS, no anterior (250 posicoes) e espaco. A leitura segue
      * pelo SELECT do layout encontrado.
           MOVE 'N' TO WS-EXP-AL-ANTIGO
           SET FS-EXP-OK TO TRUE
           OPEN INPUT EXP-ALUNOS-ANT
           IF NOT FS-EXP-OK
              GO TO P030-FIM
           END-IF

           READ EXP-ALUNOS-ANT NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF REG-EXP-ALUNOS-ANT(211:1) NOT EQUAL ';'
                    MOVE 'S' TO WS-EXP-AL-ANTIGO
                 END-IF
           END-READ
           CLOSE EXP-ALUNOS-ANT

           SET FS-EXP-OK TO TRUE
           IF EXP-AL-ANTIGO-OK
              OPEN INPUT EXP-ALUNOS-ANT
           ELSE
              OPEN INPUT EXP-ALUNOS
           END-IF
           .
       P030-FIM.

       P031-LE-EXP-ALUNOS.

      * Registro do layout anterior chega completado com espacos: os
      * campos do NIS em diante ficam nos valores iniciais.
           IF EXP-AL-ANTIGO-OK
              READ EXP-ALUNOS-ANT NEXT RECORD INTO WS-LINHA-IMPORT
                 AT END
                    SET EOF-OK TO TRUE
              END-READ
           ELSE
              READ EXP-ALUNOS NEXT RECORD INTO WS-LINHA-IMPORT
                 AT END
                    SET EOF-OK TO TRUE
              END-READ
           END-IF
           .
       P031-FIM.

       P032-FECHA-EXP-ALUNOS.

           IF EXP-AL-ANTIGO-OK
              CLOSE EXP-ALUNOS-ANT
           ELSE
              CLOSE EXP-ALUNOS
           END-IF
           .
       P032-FIM.

       P200-IMPORTA-ALUNOS.

           MOVE ZERO TO WS-CONT
           PERFORM P030-ABRE-EXP-ALUNOS THRU P030-FIM

           IF NOT FS-EXP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BACKUP DE ALUNOS.'
                 CLOSE ALUNOS
                 DISPLAY WS-CONT ' REGISTRO(S) DE ALUNOS IMPORTADO(S) '
                    'DE ' WS-CAMINHO-EXP-ALUNOS
                 IF EXP-AL-ANTIGO-OK
                    DISPLAY 'BACKUP DE ALUNOS NO LAYOUT ANTERIOR: NIS, '
                            'NOME SOCIAL E PASSE ESCOLAR NAO CONSTAM E '
                            'DEVEM SER REINFORMADOS.'
                 END-IF
              ELSE
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
                 PERFORM P900-TRATA-STATUS THRU P900-FIM
              END-IF
              PERFORM P032-FECHA-EXP-ALUNOS THRU P032-FIM
           END-IF
           .
       P200-FIM.

       P205-LE-GRAVA-ALUNO.

           PERFORM P031-LE-EXP-ALUNOS THRU P031-FIM
           IF NOT EOF-OK
              MOVE ZERO TO WS-IMP-DT-NASC-AL-NUM
              MOVE SPACE TO WS-IMP-SEXO-AL
              MOVE SPACE TO WS-IMP-NM-MAE-AL
              MOVE SPACE TO WS-IMP-NM-PAI-AL
              MOVE SPACE TO WS-IMP-END-AL
              MOVE ZERO TO WS-IMP-INEP-AL-NUM
              MOVE ZERO TO WS-IMP-CART-AL-NUM
              MOVE ZERO TO WS-IMP-NIS-AL-NUM
              MOVE SPACE TO WS-IMP-SMS-AL
              MOVE SPACE TO WS-IMP-NM-SOC-AL
              MOVE ZERO TO WS-IMP-DT-NM-SOC-AL-NUM
              MOVE SPACE TO WS-IMP-REQ-NM-SOC-AL
              MOVE SPACE TO WS-IMP-PASSE-AL
              MOVE SPACE TO WS-IMP-CARTAO-PASSE-AL
              MOVE ZERO TO WS-IMP-DT-BLOQ-PASSE-AL-NUM
              UNSTRING WS-LINHA-IMPORT DELIMITED BY ';'
                 INTO WS-IMP-ID-AL, WS-IMP-NM-AL, WS-IMP-TL-AL,
                      WS-IMP-NM-RESP-AL, WS-IMP-TL-RESP-AL,
                      WS-IMP-UNID-AL, WS-IMP-DT-NASC-AL,
                      WS-IMP-SEXO-AL, WS-IMP-NM-MAE-AL,
                      WS-IMP-NM-PAI-AL, WS-IMP-END-AL,
                      WS-IMP-INEP-AL, WS-IMP-CART-AL,
                      WS-IMP-NIS-AL, WS-IMP-SMS-AL,
                      WS-IMP-NM-SOC-AL, WS-IMP-DT-NM-SOC-AL,
                      WS-IMP-REQ-NM-SOC-AL, WS-IMP-PASSE-AL,
                      WS-IMP-CARTAO-PASSE-AL, WS-IMP-DT-BLOQ-PASSE-AL
              IF WS-IMP-DT-NASC-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-DT-NASC-AL-NUM
              END-IF
              IF WS-IMP-INEP-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-INEP-AL-NUM
              END-IF
      * Backups anteriores nao traziam a carteirinha: linha curta
      * volta com zero.
              IF WS-IMP-CART-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-CART-AL-NUM
              END-IF
              IF WS-IMP-NIS-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-NIS-AL-NUM
              END-IF
              IF WS-IMP-DT-NM-SOC-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-DT-NM-SOC-AL-NUM
              END-IF
              IF WS-IMP-DT-BLOQ-PASSE-AL NOT NUMERIC
                 MOVE ZERO TO WS-IMP-DT-BLOQ-PASSE-AL-NUM
              END-IF
              MOVE WS-IMP-ID-AL-NUM TO ID-ALUNO
              MOVE WS-IMP-NM-AL     TO NM-ALUNO IN REG-ALUNO
              MOVE WS-IMP-TL-AL     TO TL-ALUNO
              MOVE WS-IMP-NM-RESP-AL TO NM-RESPONSAVEL
              MOVE WS-IMP-TL-RESP-AL TO TL-RESPONSAVEL
              MOVE WS-IMP-UNID-AL   TO UNIDADE-ALUNO
              MOVE WS-IMP-DT-NASC-AL-NUM TO DT-NASC-ALUNO
              MOVE WS-IMP-SEXO-AL   TO SEXO-ALUNO
              MOVE WS-IMP-NM-MAE-AL TO NM-MAE-ALUNO
              MOVE WS-IMP-NM-PAI-AL TO NM-PAI-ALUNO
              MOVE WS-IMP-END-AL    TO END-ALUNO
              MOVE WS-IMP-INEP-AL-NUM TO INEP-ALUNO
              MOVE WS-IMP-CART-AL-NUM TO CARTEIRA-ALUNO
              MOVE WS-IMP-NIS-AL-NUM TO NIS-ALUNO
              MOVE WS-IMP-SMS-AL    TO SMS-ALUNO
              MOVE WS-IMP-NM-SOC-AL TO NM-SOCIAL-ALUNO
              MOVE WS-IMP-DT-NM-SOC-AL-NUM TO DT-NM-SOCIAL-ALUNO
              MOVE WS-IMP-REQ-NM-SOC-AL TO REQ-NM-SOCIAL-ALUNO
              MOVE WS-IMP-PASSE-AL  TO PASSE-ALUNO
              MOVE WS-IMP-CARTAO-PASSE-AL TO CARTAO-PASSE-ALUNO
              MOVE WS-IMP-DT-BLOQ-PASSE-AL-NUM
                 TO DT-BLOQ-PASSE-ALUNO
              WRITE REG-ALUNO
                 INVALID KEY
                    DISPLAY 'ALUNO ' ID-ALUNO ' JA CADASTRADO, '
                       'REGISTRO IGNORADO.'
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT
                    MOVE 'IMPORTACAO' TO AUD-OPERACAO
                    MOVE 'ALUNOS'     TO AUD-ARQUIVO
                    MOVE ID-ALUNO     TO AUD-CHAVE
                    MOVE SPACE        TO AUD-VALOR-ANTES
                    MOVE REG-ALUNO    TO AUD-VALOR-DEPOIS
                    PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              END-WRITE
           END-IF
           .
       P205-FIM.

       P310-VALIDA-ALUNOS.

           MOVE ZERO TO WS-VAL-LINHA
           PERFORM P030-ABRE-EXP-ALUNOS THRU P030-FIM

           IF NOT FS-EXP-OK
              DISPLAY 'ALUNOS.csv: ARQUIVO DE BACKUP AUSENTE OU COM '

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              PERFORM P031-LE-EXP-ALUNOS THRU P031-FIM
              IF NOT EOF-OK
                 ADD 1 TO WS-VAL-LINHA
                 MOVE SPACE TO WS-IMP-NM-AL
                 UNSTRING WS-LINHA-IMPORT DELIMITED BY ';'
                    INTO WS-IMP-ID-AL, WS-IMP-NM-AL, WS-IMP-TL-AL,
                         WS-IMP-NM-RESP-AL, WS-IMP-TL-RESP-AL,
                         WS-IMP-UNID-AL
                 IF WS-IMP-ID-AL NOT NUMERIC
                    DISPLAY 'ALUNOS LINHA ' WS-VAL-LINHA
                       ': ID NAO NUMERICO.'
                    ADD 1 TO WS-VAL-ERROS
                 ELSE
                    MOVE WS-IMP-ID-AL-NUM TO WS-VAL-ID-TESTE
                    MOVE 'N' TO WS-VAL-ACHOU
                    PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > WS-VAL-AL-QTD
                          OR VAL-ACHADO
                       IF WS-VAL-AL-ID (WS-VAL-IDX) EQUAL
                          WS-VAL-ID-TESTE
                          MOVE 'S' TO WS-VAL-ACHOU
                       END-IF
                    END-PERFORM
                    IF VAL-ACHADO
                       DISPLAY 'ALUNOS LINHA ' WS-VAL-LINHA
                          ': ID ' WS-VAL-ID-TESTE
                          ' DUPLICADO NO ARQUIVO.'
                       ADD 1 TO WS-VAL-ERROS
                    ELSE
                       IF WS-VAL-AL-QTD < 2000
                          ADD 1 TO WS-VAL-AL-QTD
                          MOVE WS-VAL-ID-TESTE TO
                             WS-VAL-AL-ID (WS-VAL-AL-QTD)
                       END-IF
                    END-IF
                 END-IF
                 IF WS-IMP-NM-AL EQUAL SPACE
                    DISPLAY 'ALUNOS LINHA ' WS-VAL-LINHA
                       ': NOME EM BRANCO.'
                    ADD 1 TO WS-VAL-ERROS
                 END-IF
              END-IF
           END-PERFORM

           PERFORM P032-FECHA-EXP-ALUNOS THRU P032-FIM
           DISPLAY 'ALUNOS.csv: ' WS-VAL-LINHA ' REGISTRO(S) '
                   'VALIDADO(S).'
           .

           MOVE 'PROGIMPT' TO AUD-PROGRAMA

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
