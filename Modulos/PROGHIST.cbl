      *          documento as notas dos anos arquivados (HIST-NOTAS e
      *          HIST-APROV gerados pelo arquivamento) e as notas do
      *          ano em curso (NOTAS e AL-APROV), agrupadas por ano
      *          letivo. As atas de classificacao e reclassificacao
      *          (PROGRECL) saem ao final, como atos de vida escolar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHIST.
           RECORD KEY ID-HISTEXT
           FILE STATUS IS WS-FS-HEX.

           SELECT RECLASS ASSIGN TO
           WS-CAMINHO-RECLASS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-RECLASS
           FILE STATUS IS WS-FS-RCL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-EXTERNO.
           COPY FD-HISTEXT.

       FD  RECLASS.
           COPY FD-RECLASS.

      ******************************************************************
       WORKING-STORAGE SECTION.


       77  WS-ID-ALUNO-HIST                  PIC 9(05) VALUE ZERO.

       01  WS-CAMINHO-RECLASS                PIC X(80).

       77  WS-FS-RCL                         PIC 99.
           88 FS-RCL-OK                      VALUE 0.

      * Atas de classificacao/reclassificacao decididas do aluno.
       77  WS-ATA-QTD                        PIC 9(02) VALUE ZERO.
       77  WS-ATA-IDX                        PIC 9(02) VALUE ZERO.
       01  WS-TAB-ATAS.
           03 WS-ATA-ITEM OCCURS 10 TIMES.
              05 WS-ATA-NUM                  PIC 9(05).
              05 WS-ATA-ANO                  PIC 9(04).
              05 WS-ATA-DATA                 PIC 9(08).
              05 WS-ATA-TIPO                 PIC X(16).
              05 WS-ATA-ORIGEM               PIC X(20).
              05 WS-ATA-DESTINO              PIC X(20).
              05 WS-ATA-DECISAO              PIC X(10).

       01  WS-REGISTRO-NT                     PIC X(101) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-NT.
           03 ID-NT                          PIC 9(05).
              05 WS-HT-FREQ                  PIC 9(03)V99.
              05 WS-HT-TIPO                  PIC X(01).

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
           DISPLAY 'HISTORICO ESCOLAR DO ALUNO'
                        INTO WS-CAMINHO-HISTEXT
           END-ACCEPT

           ACCEPT WS-CAMINHO-RECLASS FROM ENVIRONMENT 'RECLASS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RECLASS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-RECLASS
           END-ACCEPT

           .
       P010-FIM.

           PERFORM P350-CARREGA-HIST-APROV THRU P350-FIM
           PERFORM P360-CARREGA-APROV-ATIVOS THRU P360-FIM
           PERFORM P380-CARREGA-EXTERNOS THRU P380-FIM
           PERFORM P390-CARREGA-ATAS THRU P390-FIM

           IF WS-HT-QTD EQUAL ZERO AND WS-ATA-QTD EQUAL ZERO
              DISPLAY 'NENHUM REGISTRO DE NOTA ENCONTRADO PARA O '
                      'ALUNO (ATIVO OU ARQUIVADO).'
              GO TO P100-SAIDA
           .
       P380-FIM.

       P390-CARREGA-ATAS.

      * Classificacao/reclassificacao (PROGRECL): somente processos
      * decididos, que ja tem ata lavrada.
           MOVE ZERO TO WS-ATA-QTD

           SET FS-RCL-OK TO TRUE
           OPEN INPUT RECLASS

           IF WS-FS-RCL EQUAL 35
              GO TO P390-FIM
           END-IF

           IF NOT FS-RCL-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECLASSIFICACOES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RCL
              GO TO P390-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ RECLASS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-RCL EQUAL WS-ID-ALUNO-HIST AND
                       (RCL-DEFERIDO OR RCL-INDEFERIDO) AND
                       WS-ATA-QTD < 10
                       ADD 1 TO WS-ATA-QTD
                       MOVE NUM-ATA-RCL TO WS-ATA-NUM (WS-ATA-QTD)
                       MOVE ANO-RCL     TO WS-ATA-ANO (WS-ATA-QTD)
                       MOVE DT-DECISAO-RCL
                          TO WS-ATA-DATA (WS-ATA-QTD)
                       IF RCL-CLASSIFICACAO
                          MOVE 'CLASSIFICACAO'
                             TO WS-ATA-TIPO (WS-ATA-QTD)
                       ELSE
                          MOVE 'RECLASSIFICACAO'
                             TO WS-ATA-TIPO (WS-ATA-QTD)
                       END-IF
                       MOVE DS-SERIE-ORIGEM-RCL
                          TO WS-ATA-ORIGEM (WS-ATA-QTD)
                       IF RCL-DEFERIDO
                          MOVE DS-SERIE-DESTINO-RCL
                             TO WS-ATA-DESTINO (WS-ATA-QTD)
                          MOVE 'DEFERIDA'
                             TO WS-ATA-DECISAO (WS-ATA-QTD)
                       ELSE
                          MOVE SPACE TO WS-ATA-DESTINO (WS-ATA-QTD)
                          MOVE 'INDEFERIDA'
                             TO WS-ATA-DECISAO (WS-ATA-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RECLASS
           .
       P390-FIM.

       P260-GUARDA-SEM-DUPLICAR.

           MOVE 'N' TO WS-HT-ACHOU
              END-IF
           END-PERFORM

           IF WS-ATA-QTD GREATER THAN ZERO
              DISPLAY ' '
              DISPLAY 'ATOS DE CLASSIFICACAO E RECLASSIFICACAO'
              DISPLAY '---------------------------------------------'
              PERFORM VARYING WS-ATA-IDX FROM 1 BY 1
                 UNTIL WS-ATA-IDX > WS-ATA-QTD
                 DISPLAY 'ANO ' WS-ATA-ANO (WS-ATA-IDX) ' '
                         WS-ATA-TIPO (WS-ATA-IDX) ' ATA No '
                         WS-ATA-NUM (WS-ATA-IDX) ' DE '
                         WS-ATA-DATA (WS-ATA-IDX) ' '
                         WS-ATA-DECISAO (WS-ATA-IDX)
                 IF WS-ATA-DESTINO (WS-ATA-IDX) NOT EQUAL SPACE
                    DISPLAY '   DE ' WS-ATA-ORIGEM (WS-ATA-IDX)
                            ' PARA ' WS-ATA-DESTINO (WS-ATA-IDX)
                 ELSE
                    DISPLAY '   SERIE DE ORIGEM '
                            WS-ATA-ORIGEM (WS-ATA-IDX) ' MANTIDA'
                 END-IF
              END-PERFORM
           END-IF

           DISPLAY ' '
           DISPLAY 'TOTAL DE REGISTROS NO HISTORICO: ' WS-HT-QTD
           .
