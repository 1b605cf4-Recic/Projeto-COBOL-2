      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Conversao unica dos arquivos MATRICULA e FREQUENCIA
      *          para o layout indexado com chaves alternativas
      *          (turma/ano e disciplina em MATRICULA, disciplina/
      *          trimestre em FREQUENCIA). Cada arquivo e copiado
      *          para uma copia sequencial de seguranca, recriado
      *          vazio com as novas chaves e recarregado a partir da
      *          copia; o relatorio em spool lista cada registro
      *          convertido e os totais lidos/gravados/rejeitados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHAV.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Visao antiga dos arquivos (somente a chave primaria), usada
      * para ler os .dat gravados antes das chaves alternativas.
           SELECT MATRICULA-ANT ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MAT-ANT
           FILE STATUS IS WS-FS-MAT.

           SELECT FREQUENCIA-ANT ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FRQ-ANT
           FILE STATUS IS WS-FS-FRQ.

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

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

           SELECT CONV-MATRICULA ASSIGN TO
           WS-CAMINHO-CONV-MAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV.

           SELECT CONV-FREQUENCIA ASSIGN TO
           WS-CAMINHO-CONV-FRQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CNV.

           SELECT SESSOES ASSIGN TO
           WS-CAMINHO-SESSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-SESSAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SES.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT RELATORIO ASSIGN TO
           WS-CAMINHO-RELATORIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT SPOOL-IDX ASSIGN TO
           WS-CAMINHO-SPOOL-IDX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-ANT.
       01  REG-MAT-ANT.
           03 CHAVE-MAT-ANT                   PIC X(10).
           03 FILLER                          PIC X(20).

       FD  FREQUENCIA-ANT.
       01  REG-FRQ-ANT.
           03 CHAVE-FRQ-ANT                   PIC X(12).
           03 FILLER                          PIC X(06).

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  CONV-MATRICULA.
       01  REG-CONV-MATRICULA                 PIC X(30).

       FD  CONV-FREQUENCIA.
       01  REG-CONV-FREQUENCIA                PIC X(18).

       FD  SESSOES.
           COPY FD-SESSAO.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  RELATORIO.
       01  REG-RELATORIO                     PIC X(80).

       FD  SPOOL-IDX.
       01  REG-SPOOL-IDX.
           03 SPX-NOME                       PIC X(60).
           03 SPX-DATA                       PIC 9(08).
           03 SPX-HORA                       PIC 9(08).
           03 SPX-TITULO                     PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-CONV-MAT               PIC X(80).
       01  WS-CAMINHO-CONV-FRQ               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-SESSOES                PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS-SES                         PIC 99.
           88 FS-SES-OK                      VALUE 0.

       77  WS-SESSOES-ONLINE                 PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-LOTE                     PIC X(20) VALUE SPACE.
       77  WS-EOF-SES                        PIC X VALUE 'N'.
           88 EOF-SES-OK                     VALUE 'S' FALSE 'N'.
       77  WS-BATCH-BLOQUEADO                PIC X VALUE 'N'.
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-CNV                         PIC 99.
           88 FS-CNV-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-CONFIRMA                       PIC X.

       77  WS-SENHA-EXCLUSAO                 PIC X(10).
       77  WS-SENHA-INFORMADA                PIC X(10).

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-MAT-LIDOS                      PIC 9(07) VALUE ZERO.
       77  WS-MAT-GRAVADOS                   PIC 9(07) VALUE ZERO.
       77  WS-MAT-REJEITADOS                 PIC 9(07) VALUE ZERO.
       77  WS-FRQ-LIDOS                      PIC 9(07) VALUE ZERO.
       77  WS-FRQ-GRAVADOS                   PIC 9(07) VALUE ZERO.
       77  WS-FRQ-REJEITADOS                 PIC 9(07) VALUE ZERO.

       77  WS-SITUACAO                       PIC X(10) VALUE SPACE.

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

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'CONVERSAO DE CHAVES DE MATRICULA/FREQUENCIA'
           DISPLAY '***************************************************'

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           ACCEPT WS-SENHA-EXCLUSAO FROM ENVIRONMENT 'EXCLUSAO_SENHA'
              ON EXCEPTION MOVE '1234' TO WS-SENHA-EXCLUSAO
           END-ACCEPT

           DISPLAY 'ESTA OPERACAO EXIGE AUTORIZACAO.'
           DISPLAY 'Informe a senha de autorizacao: '
           ACCEPT WS-SENHA-INFORMADA

           IF WS-SENHA-INFORMADA NOT EQUAL WS-SENHA-EXCLUSAO
              DISPLAY 'ACESSO NEGADO. CONVERSAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

           DISPLAY 'OS ARQUIVOS MATRICULA E FREQUENCIA SERAO '
                   'RECONSTRUIDOS COM AS CHAVES ALTERNATIVAS.'
           DISPLAY 'COPIAS DE SEGURANCA: ' WS-CAMINHO-CONV-MAT
           DISPLAY '                     ' WS-CAMINHO-CONV-FRQ
           DISPLAY 'TECLE <S> para converter ou <QUALQUER TECLA> '
                   'para cancelar: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'CONVERSAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

      * A reconstrucao recria os arquivos vazios antes da recarga: o
      * semaforo de SESSOES recusa a execucao em cima de digitacao
      * online, como no PROGAGIN.
           PERFORM P020-GUARDA-BATCH THRU P020-FIM
           IF BATCH-BLOQUEADO-OK
              PERFORM P950-FIM
           END-IF

           MOVE 'CONVERSAO DE CHAVES' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           PERFORM P100-CONVERTE-MATRICULA THRU P100-FIM
           PERFORM P200-CONVERTE-FREQUENCIA THRU P200-FIM

           PERFORM P300-RESUMO THRU P300-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           PERFORM P940-LIBERA-BATCH THRU P940-FIM
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONV-MAT FROM ENVIRONMENT
              'MATRICULA_CONV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA-CONV.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONV-MAT
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONV-FRQ FROM ENVIRONMENT
              'FREQUENCIA_CONV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA-CONV.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONV-FRQ
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-SESSOES FROM ENVIRONMENT 'SESSOES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SESSOES.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-SESSOES
           END-ACCEPT

           .
       P010-FIM.

       P020-GUARDA-BATCH.

      * Semaforo do lote: recusa o inicio enquanto houver sessoes
      * online de OUTROS operadores registradas (listando-as) e,
      * liberado, registra o proprio lote para que os terminais
      * mostrem o aviso de "sistema em fechamento".
           MOVE 'N' TO WS-BATCH-BLOQUEADO
           MOVE ZERO TO WS-SESSOES-ONLINE

           SET FS-SES-OK TO TRUE
           OPEN I-O SESSOES

           IF WS-FS-SES EQUAL 35
              OPEN OUTPUT SESSOES
              CLOSE SESSOES
              OPEN I-O SESSOES
           END-IF

           IF NOT FS-SES-OK
              DISPLAY 'AVISO: SEMAFORO DE SESSOES INDISPONIVEL '
                      '(FILE STATUS ' WS-FS-SES '). PROSSEGUINDO.'
              GO TO P020-FIM
           END-IF

           SET EOF-SES-OK TO FALSE
           PERFORM UNTIL EOF-SES-OK
              READ SESSOES NEXT RECORD
                 AT END
                    SET EOF-SES-OK TO TRUE
                 NOT AT END
                    IF TIPO-SESSAO EQUAL 'O' AND
                       OPERADOR-SESSAO NOT EQUAL LK-OPERADOR
                       ADD 1 TO WS-SESSOES-ONLINE
                       DISPLAY 'SESSAO ONLINE ATIVA: '
                               OPERADOR-SESSAO ' ('
                               PROGRAMA-SESSAO ') DESDE '
                               DATA-SESSAO ' ' HORA-SESSAO
                    END-IF
              END-READ
           END-PERFORM

           IF WS-SESSOES-ONLINE GREATER THAN ZERO
              DISPLAY 'LOTE RECUSADO: ' WS-SESSOES-ONLINE
                      ' SESSAO(OES) ONLINE ATIVA(S). ENCERRE OS '
                      'TERMINAIS ACIMA E EXECUTE NOVAMENTE.'
              MOVE 'S' TO WS-BATCH-BLOQUEADO
              CLOSE SESSOES
              GO TO P020-FIM
           END-IF

           MOVE SPACE TO CHAVE-SESSAO
           MOVE 'LOTE-PROGCHAV' TO CHAVE-SESSAO(1:13)
           MOVE CHAVE-SESSAO TO WS-CHAVE-LOTE
           MOVE 'L' TO TIPO-SESSAO
           MOVE LK-OPERADOR TO OPERADOR-SESSAO
           MOVE 'PROGCHAV' TO PROGRAMA-SESSAO
           ACCEPT DATA-SESSAO FROM DATE YYYYMMDD
           ACCEPT HORA-SESSAO FROM TIME
           WRITE REG-SESSAO
              INVALID KEY
                 REWRITE REG-SESSAO
              NOT INVALID KEY
                 CONTINUE
           END-WRITE

           CLOSE SESSOES
           .
       P020-FIM.

       P940-LIBERA-BATCH.

           IF WS-CHAVE-LOTE EQUAL SPACE
              GO TO P940-FIM
           END-IF

           SET FS-SES-OK TO TRUE
           OPEN I-O SESSOES
           IF FS-SES-OK
              MOVE WS-CHAVE-LOTE TO CHAVE-SESSAO
              DELETE SESSOES RECORD
              CLOSE SESSOES
           END-IF
           .
       P940-FIM.

       P060-ABRE-SPOOL.

      * Abre o spool datado do relatorio no diretorio de relatorios
      * e registra a emissao no indice (reimpressao pelo PROGRELP),
      * no mesmo padrao das listagens do PROGLIST.
           MOVE 'N' TO WS-REL-ABERTO

           ACCEPT WS-DIR-RELATORIOS FROM ENVIRONMENT 'RELATORIOS_DIR'
              ON EXCEPTION
                 MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-ACCEPT
           IF WS-DIR-RELATORIOS EQUAL SPACE
              MOVE WS-DIR-DADOS-PADRAO TO WS-DIR-RELATORIOS
           END-IF

           ACCEPT WS-REL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-REL-HORA FROM TIME

           MOVE ZERO TO WS-REL-DIR-TAM
           PERFORM VARYING WS-REL-DIR-TAM FROM 60 BY -1
              UNTIL WS-REL-DIR-TAM < 1
                 OR WS-DIR-RELATORIOS(WS-REL-DIR-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE SPACE TO WS-CAMINHO-RELATORIO
           STRING WS-DIR-RELATORIOS(1:WS-REL-DIR-TAM)
                     DELIMITED BY SIZE
                  'REL-'          DELIMITED BY SIZE
                  WS-REL-DATA     DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-REL-HORA     DELIMITED BY SIZE
                  '.txt'          DELIMITED BY SIZE
                  INTO WS-CAMINHO-RELATORIO

           SET FS-REL-OK TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
              DISPLAY 'AVISO: SPOOL INDISPONIVEL (FILE STATUS '
                      WS-FS-REL '). SAIDA SOMENTE NA TELA.'
              GO TO P060-FIM
           END-IF

           MOVE 'S' TO WS-REL-ABERTO

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-REL-TITULO TO WS-LINHA-SPOOL(1:20)
           MOVE 'EMITIDO EM ' TO WS-LINHA-SPOOL(25:11)
           MOVE WS-REL-DATA TO WS-LINHA-SPOOL(36:8)
           MOVE ' ' TO WS-LINHA-SPOOL(44:1)
           MOVE WS-REL-HORA TO WS-LINHA-SPOOL(45:8)
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           MOVE SPACE TO WS-LINHA-SPOOL
           WRITE REG-RELATORIO FROM WS-LINHA-SPOOL

           MOVE SPACE TO WS-CAMINHO-SPOOL-IDX
           ACCEPT WS-CAMINHO-SPOOL-IDX FROM ENVIRONMENT
              'SPOOL_INDICE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SPOOL-INDICE.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-SPOOL-IDX
           END-ACCEPT

           SET FS-REL-OK TO TRUE
           OPEN EXTEND SPOOL-IDX
           IF WS-FS-REL EQUAL 35
              OPEN OUTPUT SPOOL-IDX
           END-IF
           IF FS-REL-OK
              MOVE WS-CAMINHO-RELATORIO(1:60) TO SPX-NOME
              MOVE WS-REL-DATA   TO SPX-DATA
              MOVE WS-REL-HORA   TO SPX-HORA
              MOVE WS-REL-TITULO TO SPX-TITULO
              WRITE REG-SPOOL-IDX
              CLOSE SPOOL-IDX
           END-IF
           .
       P060-FIM.

       P065-GRAVA-SPOOL.

           IF REL-ABERTO-OK
              WRITE REG-RELATORIO FROM WS-LINHA-SPOOL
           END-IF
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P100-CONVERTE-MATRICULA.

      * Primeira passada: le o MATRICULA na visao antiga e grava a
      * copia sequencial de seguranca. Arquivo inexistente nao tem o
      * que converter (sera criado ja com as chaves novas).
           MOVE ZERO TO WS-MAT-LIDOS
           MOVE ZERO TO WS-MAT-GRAVADOS
           MOVE ZERO TO WS-MAT-REJEITADOS

           MOVE 'MATRICULA' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA-ANT
           IF WS-FS-MAT EQUAL 35
              DISPLAY 'ARQUIVO DE MATRICULA INEXISTENTE. NADA A '
                      'CONVERTER.'
              MOVE '  ARQUIVO INEXISTENTE. NADA A CONVERTER.'
                 TO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              GO TO P100-FIM
           END-IF
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              GO TO P100-FIM
           END-IF

           SET FS-CNV-OK TO TRUE
           OPEN OUTPUT CONV-MATRICULA
           IF NOT FS-CNV-OK
              DISPLAY 'ERRO AO CRIAR A COPIA ' WS-CAMINHO-CONV-MAT
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CNV
              DISPLAY 'MATRICULA NAO CONVERTIDA.'
              CLOSE MATRICULA-ANT
              GO TO P100-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MATRICULA-ANT NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    WRITE REG-CONV-MATRICULA FROM REG-MAT-ANT
                    ADD 1 TO WS-MAT-LIDOS
              END-READ
           END-PERFORM

           CLOSE MATRICULA-ANT
           CLOSE CONV-MATRICULA

      * Segunda passada: recria o MATRICULA vazio ja com as chaves
      * alternativas e recarrega a partir da copia.
           SET FS-MAT-OK TO TRUE
           OPEN OUTPUT MATRICULA
           IF NOT FS-MAT-OK
              DISPLAY 'ERRO AO RECRIAR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-MAT
              DISPLAY 'OS REGISTROS ESTAO PRESERVADOS EM '
                      WS-CAMINHO-CONV-MAT
              GO TO P100-FIM
           END-IF

           SET FS-CNV-OK TO TRUE
           OPEN INPUT CONV-MATRICULA
           IF NOT FS-CNV-OK
              DISPLAY 'ERRO AO REABRIR A COPIA ' WS-CAMINHO-CONV-MAT
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CNV
              CLOSE MATRICULA
              GO TO P100-FIM
           END-IF

           MOVE '  ALUNO DISC. TURMA ANO  SERIE SITUACAO'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CONV-MATRICULA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE REG-CONV-MATRICULA TO REG-MATRICULA
                    WRITE REG-MATRICULA
                       INVALID KEY
                          ADD 1 TO WS-MAT-REJEITADOS
                          MOVE 'REJEITADO' TO WS-SITUACAO
                       NOT INVALID KEY
                          ADD 1 TO WS-MAT-GRAVADOS
                          MOVE 'CONVERTIDO' TO WS-SITUACAO
                    END-WRITE
                    PERFORM P110-LINHA-MATRICULA THRU P110-FIM
              END-READ
           END-PERFORM

           CLOSE CONV-MATRICULA
           CLOSE MATRICULA
           .
       P100-FIM.

       P110-LINHA-MATRICULA.

           STRING '  '                DELIMITED BY SIZE
                  ID-ALUNO-MAT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ID-DISCIPLINA-MAT   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TURMA-MATRICULA     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ANO-MATRICULA       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ID-SERIE-MAT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-SITUACAO         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P110-FIM.

       P200-CONVERTE-FREQUENCIA.

      * Mesmo roteiro do P100 para o diario de faltas.
           MOVE ZERO TO WS-FRQ-LIDOS
           MOVE ZERO TO WS-FRQ-GRAVADOS
           MOVE ZERO TO WS-FRQ-REJEITADOS

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'FREQUENCIA' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA-ANT
           IF WS-FS-FRQ EQUAL 35
              DISPLAY 'ARQUIVO DE FREQUENCIA INEXISTENTE. NADA A '
                      'CONVERTER.'
              MOVE '  ARQUIVO INEXISTENTE. NADA A CONVERTER.'
                 TO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              GO TO P200-FIM
           END-IF
           IF NOT FS-FRQ-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FRQ
              GO TO P200-FIM
           END-IF

           SET FS-CNV-OK TO TRUE
           OPEN OUTPUT CONV-FREQUENCIA
           IF NOT FS-CNV-OK
              DISPLAY 'ERRO AO CRIAR A COPIA ' WS-CAMINHO-CONV-FRQ
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CNV
              DISPLAY 'FREQUENCIA NAO CONVERTIDA.'
              CLOSE FREQUENCIA-ANT
              GO TO P200-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ FREQUENCIA-ANT NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    WRITE REG-CONV-FREQUENCIA FROM REG-FRQ-ANT
                    ADD 1 TO WS-FRQ-LIDOS
              END-READ
           END-PERFORM

           CLOSE FREQUENCIA-ANT
           CLOSE CONV-FREQUENCIA

           SET FS-FRQ-OK TO TRUE
           OPEN OUTPUT FREQUENCIA
           IF NOT FS-FRQ-OK
              DISPLAY 'ERRO AO RECRIAR O ARQUIVO DE FREQUENCIA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FRQ
              DISPLAY 'OS REGISTROS ESTAO PRESERVADOS EM '
                      WS-CAMINHO-CONV-FRQ
              GO TO P200-FIM
           END-IF

           SET FS-CNV-OK TO TRUE
           OPEN INPUT CONV-FREQUENCIA
           IF NOT FS-CNV-OK
              DISPLAY 'ERRO AO REABRIR A COPIA ' WS-CAMINHO-CONV-FRQ
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CNV
              CLOSE FREQUENCIA
              GO TO P200-FIM
           END-IF

           MOVE '  ALUNO DISC. TR AULAS FALTAS SITUACAO'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CONV-FREQUENCIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    MOVE REG-CONV-FREQUENCIA TO REG-FREQUENCIA
                    WRITE REG-FREQUENCIA
                       INVALID KEY
                          ADD 1 TO WS-FRQ-REJEITADOS
                          MOVE 'REJEITADO' TO WS-SITUACAO
                       NOT INVALID KEY
                          ADD 1 TO WS-FRQ-GRAVADOS
                          MOVE 'CONVERTIDO' TO WS-SITUACAO
                    END-WRITE
                    PERFORM P210-LINHA-FREQUENCIA THRU P210-FIM
              END-READ
           END-PERFORM

           CLOSE CONV-FREQUENCIA
           CLOSE FREQUENCIA
           .
       P200-FIM.

       P210-LINHA-FREQUENCIA.

           STRING '  '                DELIMITED BY SIZE
                  ID-ALUNO-FRQ        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ID-DISCIPLINA-FRQ   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TRIMESTRE-FRQ       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AULAS-DADAS-FRQ     DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  FALTAS-FRQ          DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-SITUACAO         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P210-FIM.

       P300-RESUMO.

           DISPLAY ' '
           DISPLAY 'RESUMO DA CONVERSAO DE CHAVES'
           DISPLAY 'MATRICULA  - LIDOS: ' WS-MAT-LIDOS
                   ' GRAVADOS: ' WS-MAT-GRAVADOS
                   ' REJEITADOS: ' WS-MAT-REJEITADOS
           DISPLAY 'FREQUENCIA - LIDOS: ' WS-FRQ-LIDOS
                   ' GRAVADOS: ' WS-FRQ-GRAVADOS
                   ' REJEITADOS: ' WS-FRQ-REJEITADOS

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE 'RESUMO DA CONVERSAO' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'MATRICULA  - LIDOS: ' DELIMITED BY SIZE
                  WS-MAT-LIDOS           DELIMITED BY SIZE
                  ' GRAVADOS: '          DELIMITED BY SIZE
                  WS-MAT-GRAVADOS        DELIMITED BY SIZE
                  ' REJEITADOS: '        DELIMITED BY SIZE
                  WS-MAT-REJEITADOS      DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'FREQUENCIA - LIDOS: ' DELIMITED BY SIZE
                  WS-FRQ-LIDOS           DELIMITED BY SIZE
                  ' GRAVADOS: '          DELIMITED BY SIZE
                  WS-FRQ-GRAVADOS        DELIMITED BY SIZE
                  ' REJEITADOS: '        DELIMITED BY SIZE
                  WS-FRQ-REJEITADOS      DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'CONVERTE'   TO AUD-OPERACAO
           MOVE 'MATRICULA'  TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'LIDOS '          DELIMITED BY SIZE
                  WS-MAT-LIDOS      DELIMITED BY SIZE
                  ' GRAVADOS '      DELIMITED BY SIZE
                  WS-MAT-GRAVADOS   DELIMITED BY SIZE
                  ' REJEITADOS '    DELIMITED BY SIZE
                  WS-MAT-REJEITADOS DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           MOVE 'CONVERTE'   TO AUD-OPERACAO
           MOVE 'FREQUENCIA' TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'LIDOS '          DELIMITED BY SIZE
                  WS-FRQ-LIDOS      DELIMITED BY SIZE
                  ' GRAVADOS '      DELIMITED BY SIZE
                  WS-FRQ-GRAVADOS   DELIMITED BY SIZE
                  ' REJEITADOS '    DELIMITED BY SIZE
                  WS-FRQ-REJEITADOS DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P300-FIM.

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
              MOVE 'LOTE' TO AUD-TERMINAL
           END-IF

           MOVE 'PROGCHAV' TO AUD-PROGRAMA
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
       END PROGRAM PROGCHAV.
