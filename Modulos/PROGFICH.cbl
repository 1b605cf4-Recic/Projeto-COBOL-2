           RECORD KEY ID-ALUNO-SAU
           FILE STATUS IS WS-FS-SAU.

           SELECT AUTORIZADOS ASSIGN TO
           WS-CAMINHO-AUTORIZADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AUTORIZADO
           FILE STATUS IS WS-FS-AUT.

           SELECT AEE ASSIGN TO
           WS-CAMINHO-AEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HOC.

           SELECT PARECERES ASSIGN TO
           WS-CAMINHO-PARECERES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PARECER
           FILE STATUS IS WS-FS-PAR.

           SELECT RESPONSAVEIS ASSIGN TO
           WS-CAMINHO-RESPONSAVEIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-RSP
           ALTERNATE RECORD KEY NM-RSP WITH DUPLICATES
           FILE STATUS IS WS-FS-RSP.

           SELECT VINCRESP ASSIGN TO
           WS-CAMINHO-VINCRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-VRS
           ALTERNATE RECORD KEY ID-RSP-VRS WITH DUPLICATES
           FILE STATUS IS WS-FS-VRS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SAUDE.
           COPY FD-SAUDE.

       FD  AUTORIZADOS.
           COPY FD-AUTORIZADOS.

       FD  AEE.
           COPY FD-AEE.

       FD  HIST-OCORRENCIAS.
       01  REG-HIST-OCORRENCIAS              PIC X(79).

       FD  PARECERES.
           COPY FD-PARECERES.

       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.

      ******************************************************************
       WORKING-STORAGE SECTION.

       77  WS-FS-SAU                         PIC 99.
           88 FS-SAU-OK                      VALUE 0.

       01  WS-CAMINHO-AUTORIZADOS            PIC X(80).

       77  WS-FS-AUT                         PIC 99.
           88 FS-AUT-OK                      VALUE 0.

       77  WS-EOF-AUT                        PIC X.
           88 EOF-AUT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-QTD-AUT                        PIC 9(02) VALUE ZERO.
       77  WS-HOJE-AUT                       PIC 9(08) VALUE ZERO.

       01  WS-CAMINHO-AEE                    PIC X(80).
       01  WS-CAMINHO-DOCMAT                 PIC X(80).

       77  WS-FS-AEE                         PIC 99.
           88 FS-AEE-OK                      VALUE 0.

       01  WS-CAMINHO-PARECERES              PIC X(80).

       77  WS-FS-PAR                         PIC 99.
           88 FS-PAR-OK                      VALUE 0.

       77  WS-EOF-PAR                        PIC X.
           88 EOF-PAR-OK                     VALUE 'S' FALSE 'N'.

       77  WS-ANO-PAR                        PIC 9(04) VALUE ZERO.
       77  WS-QTD-PARECERES                  PIC 9(03) VALUE ZERO.
       77  WS-LIN-PAR                        PIC 9(01) VALUE ZERO.
       77  WS-NM-DISC-PAR                    PIC X(20) VALUE SPACE.

       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-LGPD-LOG                       PIC X VALUE 'S'.
           88 LGPD-LOG-OK                    VALUE 'S'.

       01  WS-CAMINHO-HIST-OCR               PIC X(80).
       01  WS-CAMINHO-RESPONSAVEIS           PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS-HOC                         PIC 99.
           88 FS-HOC-OK                      VALUE 0.

       77  WS-FS-RSP                         PIC 99.
           88 FS-RSP-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       01  WS-REGISTRO-HOC                   PIC X(79) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-HOC.
           03 ID-HOC                         PIC 9(05).
       77  WS-MODO-BUSCA                     PIC X.

       77  WS-NM-BUSCA                       PIC X(20).
       77  WS-NM-SOCIAL                      PIC X(20) VALUE SPACE.

       77  WS-ACHOU                          PIC X.
           88 ACHOU-OK                       VALUE 'S'.
       77  WS-NOTA-CONC                      PIC 9(02)V99 VALUE ZERO.
       77  WS-CONCEITO                       PIC X(01) VALUE SPACE.

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
           DISPLAY 'FICHA DO ALUNO'
                        INTO WS-CAMINHO-SAUDE
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUTORIZADOS FROM ENVIRONMENT
              'AUTORIZADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUTORIZADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUTORIZADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DOCMAT FROM ENVIRONMENT 'DOCMAT_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        INTO WS-CAMINHO-HIST-OCR
           END-ACCEPT

           ACCEPT WS-CAMINHO-PARECERES FROM ENVIRONMENT 'PARECERES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PARECERES.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-PARECERES
           END-ACCEPT

           ACCEPT WS-CAMINHO-RESPONSAVEIS FROM ENVIRONMENT
              'RESPONSAVEIS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'RESPONSAVEIS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-RESPONSAVEIS
           END-ACCEPT

           ACCEPT WS-CAMINHO-VINCRESP FROM ENVIRONMENT 'VINCRESP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'VINCRESP.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-VINCRESP
           END-ACCEPT

      * LGPD: a gravacao do registro de leitura (operacao CONSULTA)
      * pode ser desligada por programa (LGPD_LOG_PROGFICH) ou
      * globalmente (LGPD_LOG_CONSULTA); o padrao e ligado.
                 END-READ
              END-IF

              MOVE SPACE TO WS-NM-SOCIAL
              IF ACHOU-OK
                 MOVE NM-SOCIAL-ALUNO TO WS-NM-SOCIAL
              END-IF

              CLOSE ALUNOS

      * Operador restrito a uma unidade so consulta a ficha dos
              IF ACHOU-OK
                 DISPLAY ' '
                 DISPLAY '---------- DADOS DO ALUNO ----------'
      * Aluno com nome social e chamado por ele; o nome civil
      * aparece a parte, so para conferencia da secretaria.
                 IF WS-NM-SOCIAL NOT EQUAL SPACE
                    DISPLAY 'ID: ' ID-AL ' Nome: ' WS-NM-SOCIAL
                            ' Unidade: ' UNID-AL
                    DISPLAY 'Nome civil: ' NM-AL
                 ELSE
                    DISPLAY 'ID: ' ID-AL ' Nome: ' NM-AL
                            ' Unidade: ' UNID-AL
                 END-IF
                 DISPLAY 'Telefone: ' TL-AL
                 PERFORM P120-CONTATO-FAMILIA THRU P120-FIM
                 DISPLAY 'Responsavel: ' NM-RESP-AL
                         ' Telefone: ' TL-RESP-AL
                 IF SIT-AL-INATIVO
                 PERFORM P300-LISTA-OCORRENCIAS THRU P300-FIM
                 PERFORM P350-LISTA-FICAI THRU P350-FIM
                 PERFORM P360-FICHA-SAUDE THRU P360-FIM
                 PERFORM P365-AUTORIZADOS THRU P365-FIM
                 PERFORM P370-EDUCACAO-ESPECIAL THRU P370-FIM
                 PERFORM P372-PARECERES THRU P372-FIM
                 PERFORM P375-DOCUMENTOS THRU P375-FIM
                 PERFORM P380-LOG-CONSULTA THRU P380-FIM
              END-IF
           .
       P100-FIM.

       P120-CONTATO-FAMILIA.

      * Aluno vinculado no cadastro de familias: o contato mostrado e
      * o do responsavel da familia (telefone de recado quando o
      * principal esta em branco).
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P120-FIM
           END-IF
           MOVE ID-AL TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    MOVE ZERO TO ID-RSP-VRS
           END-READ
           CLOSE VINCRESP
           IF ID-RSP-VRS EQUAL ZERO
              GO TO P120-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              GO TO P120-FIM
           END-IF
           MOVE ID-RSP-VRS TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NM-RSP TO NM-RESP-AL
                    IF TL-RSP NOT EQUAL SPACE
                       MOVE TL-RSP TO TL-RESP-AL
                    ELSE
                       MOVE TL2-RSP TO TL-RESP-AL
                    END-IF
           END-READ
           CLOSE RESPONSAVEIS
           .
       P120-FIM.

       P200-LISTA-NOTAS.

           MOVE NM-AL TO WS-NM-BUSCA
           .
       P360-FIM.

       P365-AUTORIZADOS.

      * Pessoas autorizadas a retirar o aluno e restricoes judiciais
      * vigentes (FD-AUTORIZADOS mantido pelo PROGPORT).
           SET FS-AUT-OK TO TRUE
           OPEN INPUT AUTORIZADOS

           IF WS-FS-AUT EQUAL 35
              GO TO P365-FIM
           END-IF

           IF NOT FS-AUT-OK
              DISPLAY 'Erro ao abrir o arquivo de autorizados.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
              GO TO P365-FIM
           END-IF

           ACCEPT WS-HOJE-AUT FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-AUT

           MOVE ID-AL TO ID-ALUNO-AUT
           MOVE ZERO  TO SEQ-AUT
           START AUTORIZADOS KEY IS GREATER THAN OR EQUAL
              CHAVE-AUTORIZADO
              INVALID KEY
                 SET EOF-AUT-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-AUT-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-AUT-OK
              READ AUTORIZADOS NEXT RECORD
                 AT END
                    SET EOF-AUT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-AUT NOT EQUAL ID-AL
                       SET EOF-AUT-OK TO TRUE
                    ELSE
                       IF AUT-ATIVO AND
                          DT-INICIO-AUT NOT > WS-HOJE-AUT AND
                          (DT-FIM-AUT EQUAL ZERO OR
                           DT-FIM-AUT NOT < WS-HOJE-AUT)
                          IF WS-QTD-AUT EQUAL ZERO
                             DISPLAY ' '
                             DISPLAY '---------- AUTORIZADOS A '
                                     'RETIRAR ----------'
                          END-IF
                          ADD 1 TO WS-QTD-AUT
                          IF AUT-RESTRICAO
                             DISPLAY '*** RESTRICAO JUDICIAL: NAO '
                                     'ENTREGAR A ' NM-AUT ' ***'
                          ELSE
                             DISPLAY SEQ-AUT ' ' NM-AUT ' '
                                     PARENTESCO-AUT ' DOC ' DOC-AUT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUTORIZADOS
           .
       P365-FIM.

       P370-EDUCACAO-ESPECIAL.

      * Classificacao de educacao especial (FD-AEE, PROGAEE).
           .
       P370-FIM.

       P372-PARECERES.

      * Pareceres descritivos do ano letivo da sessao (FD-PARECERES,
      * PROGPARE), por periodo e disciplina ou geral.
           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PAR
           MOVE ZERO TO WS-QTD-PARECERES

           SET FS-PAR-OK TO TRUE
           OPEN INPUT PARECERES

           IF WS-FS-PAR EQUAL 35
              GO TO P372-FIM
           END-IF

           IF NOT FS-PAR-OK
              DISPLAY 'Erro ao abrir o arquivo de pareceres.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-PAR
              GO TO P372-FIM
           END-IF

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           MOVE ID-AL      TO ID-ALUNO-PAR
           MOVE WS-ANO-PAR TO ANO-PAR
           MOVE ZERO       TO PERIODO-PAR
           MOVE ZERO       TO ID-DISCIPLINA-PAR
           SET EOF-PAR-OK TO FALSE
           START PARECERES KEY IS NOT LESS THAN CHAVE-PARECER
              INVALID KEY
                 SET EOF-PAR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-PAR-OK
              READ PARECERES NEXT RECORD
                 AT END
                    SET EOF-PAR-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-PAR NOT EQUAL ID-AL OR
                       ANO-PAR NOT EQUAL WS-ANO-PAR
                       SET EOF-PAR-OK TO TRUE
                    ELSE
                       IF WS-QTD-PARECERES EQUAL ZERO
                          DISPLAY ' '
                          DISPLAY '---------- PARECERES DESCRITIVOS ('
                                  WS-ANO-PAR ') ----------'
                       END-IF
                       ADD 1 TO WS-QTD-PARECERES
                       MOVE 'GERAL' TO WS-NM-DISC-PAR
                       IF ID-DISCIPLINA-PAR NOT EQUAL ZERO
                          MOVE ID-DISCIPLINA-PAR TO WS-NM-DISC-PAR
                          MOVE ID-DISCIPLINA-PAR
                             TO ID-DISCIPLINA IN REG-DISCIPLINA
                          READ DISCIPLINAS
                             KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                                      TO WS-NM-DISC-PAR
                          END-READ
                       END-IF
                       DISPLAY 'Periodo ' PERIODO-PAR ' - '
                               WS-NM-DISC-PAR ' (' AUTOR-PAR
                               ' em ' DT-PARECER ')'
                       PERFORM VARYING WS-LIN-PAR FROM 1 BY 1
                          UNTIL WS-LIN-PAR > QTD-LINHAS-PAR
                          DISPLAY '   ' LINHA-PAR(WS-LIN-PAR)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PARECERES
           CLOSE DISCIPLINAS
           .
       P372-FIM.

       P375-DOCUMENTOS.

      * Checklist de documentos da matricula (FD-DOCMAT, PROGDOCS):
           MOVE SPACE       TO AUD-VALOR-ANTES
           MOVE 'LEITURA DA FICHA CONSOLIDADA' TO AUD-VALOR-DEPOIS

      * Gravacao selada pelo PROGCADA; sem o modulo, grava sem selo.
           MOVE RETURN-CODE TO WS-RC-AUD
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCADA'
              USING REG-AUDITORIA
              ON EXCEPTION
                 GO TO P380-SEM-SELO
           END-CALL
           MOVE WS-RC-AUD TO RETURN-CODE
           GO TO P380-FIM
           .
       P380-SEM-SELO.

           MOVE WS-RC-AUD TO RETURN-CODE
           MOVE ZERO  TO AUD-SEQUENCIA
           MOVE ZERO  TO AUD-RESUMO
           MOVE ZERO  TO AUD-CADEIA
           MOVE SPACE TO AUD-EXPURGO

           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
