           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DIARIO ASSIGN TO
           RECORD KEY ID-AFASTA
           FILE STATUS IS WS-FS-AFA.

           SELECT AULAS ASSIGN TO
           WS-CAMINHO-AULAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AULA
           FILE STATUS IS WS-FS-AUL.

           SELECT COMUNICADOS ASSIGN TO
           WS-CAMINHO-COMUNICADOS
           ORGANIZATION IS INDEXED
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

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
       FD  AFASTA.
           COPY FD-AFASTA.

       FD  AULAS.
           COPY FD-AULAS.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  PARECERES.
           COPY FD-PARECERES.

       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.

       SD  SORT-WORK.
       01  REG-SORT.
           03 SORT-K1                        PIC X(25).
           03 TL-RESP-AL                     PIC X(20).
           03 SIT-AL                         PIC X(01).
           03 UNID-AL                        PIC X(04).
      * Nome pelo qual o aluno e chamado nas listagens e boletins.
       01  WS-NM-CHAMADA                     PIC X(20) VALUE SPACE.

       01  WS-REGISTRO-DP                    PIC X(82) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-DP.
           03 WS-PESO5-DP                    PIC 9V99.
           03 WS-PESO6-DP                    PIC 9V99.

       01  WS-REGISTRO-PF                    PIC X(69) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-PF.
           03 ID-PF                          PIC 9(05).
           03 NM-PF                          PIC X(20).
           03 TL-PF                          PIC X(20).
           03 FM-PF                          PIC X(20).
           03 CH-SEM-PF                      PIC 9(02).
           03 CH-ATV-PF                      PIC 9(02).

       01  WS-REGISTRO-TM                    PIC X(34) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-TM.
       77  WS-MD-BOLETIM                    PIC Z9,99.
       77  WS-REC-BOLETIM                   PIC Z9,99.

      * Pareceres descritivos impressos no boletim: ano da sessao, ate
      * o periodo informado (99 = todos).
       01  WS-CAMINHO-PARECERES             PIC X(80).
       77  WS-FS-PAR                        PIC 99.
           88 FS-PAR-OK                     VALUE 0.
       77  WS-EOF-PAR                       PIC X VALUE 'N'.
           88 EOF-PAR-OK                    VALUE 'S' FALSE 'N'.
       77  WS-PAR-ANO                       PIC 9(04) VALUE ZERO.

      * Contato do responsavel pelo cadastro de familias (vinculo do
      * aluno); sem vinculo vale o responsavel do cadastro do aluno.
       01  WS-CAMINHO-RESPONSAVEIS          PIC X(80).
       01  WS-CAMINHO-VINCRESP              PIC X(80).
       77  WS-FS-RSP                        PIC 99.
           88 FS-RSP-OK                     VALUE 0.
       77  WS-FS-VRS                        PIC 99.
           88 FS-VRS-OK                     VALUE 0.
       77  WS-FAMILIAS-ABERTAS              PIC X VALUE 'N'.
           88 FAMILIAS-ABERTAS-OK           VALUE 'S' FALSE 'N'.
       77  WS-PAR-ATE-PERIODO               PIC 9(02) VALUE ZERO.
       77  WS-PAR-QTD                       PIC 9(03) VALUE ZERO.
       77  WS-PAR-LIN                       PIC 9(01) VALUE ZERO.
       77  WS-PAR-DISC-ABERTO               PIC X VALUE 'N'.
           88 PAR-DISC-ABERTO-OK            VALUE 'S' FALSE 'N'.

       77  WS-NOTA-CONC                     PIC 9(02)V99 VALUE ZERO.
       77  WS-CONCEITO                      PIC X(01) VALUE SPACE.

           88 EOF-DIA-OK                    VALUE 'S' FALSE 'N'.
       01  WS-LINHA-DIARIO                  PIC X(80) VALUE SPACE.

      * Elenco do diario lido pela chave alternativa da disciplina em
      * MATRICULA e ordenado por nome (P984) antes da impressao.
       77  WS-DIA-QTD                       PIC 9(03) VALUE ZERO.
       77  WS-DIA-IDX                       PIC 9(03) VALUE ZERO.
       77  WS-DIA-IDX2                      PIC 9(03) VALUE ZERO.
       77  WS-DIA-MENOR                     PIC 9(03) VALUE ZERO.
       01  WS-TAB-DIARIO.
           03 WS-DIA-ITEM OCCURS 999 TIMES.
              05 WS-DIA-NOME                PIC X(20).
              05 WS-DIA-ID-AL               PIC 9(05).
       01  WS-DIA-AUX                       PIC X(25).

      * Paginas de conteudo do diario (registro de aulas do AULAS):
      * a secao seleciona o cabecalho de pagina impresso pelo P985.
       01  WS-CAMINHO-AULAS                 PIC X(80).
       77  WS-FS-AUL                        PIC 99.
           88 FS-AUL-OK                     VALUE 0.
       77  WS-DIA-SECAO                     PIC X VALUE 'F'.
           88 DIA-SECAO-CONTEUDO            VALUE 'C'.
       77  WS-DIA-CONT-AULAS                PIC 9(04) VALUE ZERO.
       77  WS-DIA-TOT-AULAS                 PIC 9(05) VALUE ZERO.

       77  WS-TND-QTD                       PIC 9(03) VALUE ZERO.
       77  WS-TND-IDX                       PIC 9(03) VALUE ZERO.
       77  WS-TND-IDX2                      PIC 9(03) VALUE ZERO.
       77  WS-TECLA-PAGINA                  PIC X VALUE SPACE.
           88 PARAR-LISTAGEM-OK             VALUE 'F' 'f'.

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
           DISPLAY 'LISTA DE ' LK-MENSAGEM
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AULAS FROM ENVIRONMENT 'AULAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AULAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-AULAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-AFASTA FROM ENVIRONMENT 'AFASTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
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

           .
       P010-FIM.

           .
       P095-FIM.

       P096-NOME-CHAMADA.

      * Nome social quando registrado; o nome civil fica para o
      * historico, os certificados, as declaracoes e o Censo.
           MOVE NM-ALUNO OF REG-ALUNO TO WS-NM-CHAMADA
           IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
              MOVE NM-SOCIAL-ALUNO TO WS-NM-CHAMADA
           END-IF
           .
       P096-FIM.

       P500-LISTA-TURMAS.

           SET EOF-OK TO FALSE
              OPEN INPUT ALUNOS

              IF FS-OK
      * Leitura pela chave alternativa turma/ano: posiciona no inicio
      * da turma e para quando a turma muda.
                 MOVE WS-ID-TURMA-REL TO TURMA-MATRICULA
                 MOVE ZERO TO ANO-MATRICULA
                 START MATRICULA KEY IS GREATER THAN OR EQUAL
                    CHAVE-TURMA-MAT
                       INVALID KEY
                          SET EOF-OK TO TRUE
                 END-START
                 PERFORM UNTIL EOF-OK
                    READ MATRICULA NEXT RECORD
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          IF TURMA-MATRICULA NOT EQUAL WS-ID-TURMA-REL
                             SET EOF-OK TO TRUE
                          ELSE
                             MOVE ID-ALUNO-MAT TO ID-ALUNO
                             READ ALUNOS INTO WS-REGISTRO-AL
                                KEY IS ID-ALUNO
                                         ' NAO CADASTRADO.'
                                   NOT INVALID KEY
                                      ADD 1 TO WS-QTD-REL
                                      PERFORM P096-NOME-CHAMADA
                                         THRU P096-FIM
                                      DISPLAY 'ALUNO: ' ID-AL ' - '
                                              WS-NM-CHAMADA
                                              ' - DISCIPLINA: '
                                              ID-DISCIPLINA-MAT
                                      IF NOT EOF-OK
                 READ ALUNOS INTO WS-REGISTRO-AL
                    KEY IS ID-ALUNO
                       INVALID KEY
                          MOVE 'ALUNO NAO CADASTRADO' TO WS-NM-CHAMADA
                       NOT INVALID KEY
                          PERFORM P096-NOME-CHAMADA THRU P096-FIM
                 END-READ
                 CLOSE ALUNOS
              END-IF

              IF WS-FRQ-PCT < WS-FREQMIN-DP
                 DISPLAY '[CRITICO] ALUNO ' WS-FRQ-ALUNO-ATU ' - '
                         WS-NM-CHAMADA
              ELSE
                 DISPLAY '[ALERTA]  ALUNO ' WS-FRQ-ALUNO-ATU ' - '
                         WS-NM-CHAMADA
              END-IF
              DISPLAY '   DISCIPLINA ' WS-FRQ-DISC-ATU ' - ' NM-DP
                      ' FREQUENCIA ' WS-FRQ-PCT
                             TO WS-LINHA-BOLETIM(1:17)
                          WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM

                          PERFORM P096-NOME-CHAMADA THRU P096-FIM
                          MOVE SPACE TO WS-LINHA-BOLETIM
                          MOVE 'NOME: ' TO WS-LINHA-BOLETIM(1:6)
                          MOVE WS-NM-CHAMADA
                             TO WS-LINHA-BOLETIM(7:20)
                          WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM

                          MOVE SPACE TO WS-LINHA-BOLETIM
                             WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
                          END-IF

                          MOVE 99 TO WS-PAR-ATE-PERIODO
                          PERFORM P908-PARECERES-BOLETIM
                             THRU P908-FIM

                          CLOSE BOLETIM
                          DISPLAY 'BOLETIM GRAVADO EM BOLETIM.dat'
                          PERFORM P909-PROTOCOLA-BOLETIM
           .
       P907-FIM.

       P908-PARECERES-BOLETIM.

      * Pareceres descritivos do aluno (PROGPARE) no ano da sessao,
      * por periodo: o da disciplina avaliada por parecer ou o geral.
           MOVE LK-SESSAO-DATA(1:4) TO WS-PAR-ANO
           MOVE ZERO TO WS-PAR-QTD

           SET FS-PAR-OK TO TRUE
           OPEN INPUT PARECERES
           IF NOT FS-PAR-OK
              GO TO P908-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           SET PAR-DISC-ABERTO-OK TO FALSE
           IF FS-OK
              SET PAR-DISC-ABERTO-OK TO TRUE
           END-IF

           MOVE ID-AL      TO ID-ALUNO-PAR
           MOVE WS-PAR-ANO TO ANO-PAR
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
                       ANO-PAR NOT EQUAL WS-PAR-ANO OR
                       PERIODO-PAR > WS-PAR-ATE-PERIODO
                       SET EOF-PAR-OK TO TRUE
                    ELSE
                       IF WS-PAR-QTD EQUAL ZERO
                          MOVE SPACE TO WS-LINHA-BOLETIM
                          WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
                          MOVE 'PARECERES DESCRITIVOS - ANO '
                             TO WS-LINHA-BOLETIM(1:28)
                          MOVE WS-PAR-ANO TO WS-LINHA-BOLETIM(29:4)
                          WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
                       END-IF
                       ADD 1 TO WS-PAR-QTD

                       MOVE SPACE TO WS-LINHA-BOLETIM
                       MOVE 'PERIODO ' TO WS-LINHA-BOLETIM(1:8)
                       MOVE PERIODO-PAR TO WS-LINHA-BOLETIM(9:2)
                       MOVE '-' TO WS-LINHA-BOLETIM(12:1)
                       MOVE 'GERAL' TO WS-LINHA-BOLETIM(14:20)
                       IF ID-DISCIPLINA-PAR NOT EQUAL ZERO AND
                          PAR-DISC-ABERTO-OK
                          MOVE ID-DISCIPLINA-PAR
                             TO ID-DISCIPLINA IN REG-DISCIPLINA
                          READ DISCIPLINAS
                             KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                                INVALID KEY
                                   MOVE ID-DISCIPLINA-PAR
                                      TO WS-LINHA-BOLETIM(14:20)
                                NOT INVALID KEY
                                   MOVE NM-DISCIPLINA
                                      IN REG-DISCIPLINA
                                      TO WS-LINHA-BOLETIM(14:20)
                          END-READ
                       END-IF
                       MOVE AUTOR-PAR TO WS-LINHA-BOLETIM(36:20)
                       MOVE DT-PARECER TO WS-LINHA-BOLETIM(57:8)
                       WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM

                       PERFORM VARYING WS-PAR-LIN FROM 1 BY 1
                          UNTIL WS-PAR-LIN > QTD-LINHAS-PAR
                          MOVE SPACE TO WS-LINHA-BOLETIM
                          MOVE LINHA-PAR(WS-PAR-LIN)
                             TO WS-LINHA-BOLETIM(5:70)
                          WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PARECERES
           IF PAR-DISC-ABERTO-OK
              CLOSE DISCIPLINAS
           END-IF
           .
       P908-FIM.

       P909-PROTOCOLA-BOLETIM.

      * Todo boletim emitido entra no protocolo de comunicados
              OPEN INPUT ALUNOS

              IF FS-OK
                 PERFORM P925-ABRE-FAMILIAS THRU P925-FIM
                 SET EOF-OK TO FALSE
                 PERFORM UNTIL EOF-OK
                    READ NOTAS NEXT RECORD INTO WS-REGISTRO-NT
                                      DISPLAY 'ALUNO ' NM-NT
                                         ' NAO CADASTRADO EM ALUNOS.'
                                   NOT INVALID KEY
                                      PERFORM P926-CONTATO-FAMILIA
                                         THRU P926-FIM
                                      ADD 1 TO WS-CONT
                                      DISPLAY 'ALUNO: ' NM-NT
                                              ' DISCIPLINA: ' DP-NT
                             END-READ
                          END-IF
                 END-PERFORM
                 PERFORM P927-FECHA-FAMILIAS THRU P927-FIM
                 CLOSE ALUNOS
              ELSE
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .

       P925-ABRE-FAMILIAS.

           SET FAMILIAS-ABERTAS-OK TO FALSE
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P925-FIM
           END-IF
           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              CLOSE VINCRESP
              GO TO P925-FIM
           END-IF
           SET FAMILIAS-ABERTAS-OK TO TRUE
           .
       P925-FIM.

       P926-CONTATO-FAMILIA.

      * Aluno vinculado: nome e telefone vem do cadastro de familias
      * (telefone de recado quando o principal esta em branco).
           IF NOT FAMILIAS-ABERTAS-OK
              GO TO P926-FIM
           END-IF
           MOVE ID-AL TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    GO TO P926-FIM
           END-READ
           MOVE ID-RSP-VRS TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    GO TO P926-FIM
           END-READ
           MOVE NM-RSP TO NM-RESP-AL
           IF TL-RSP NOT EQUAL SPACE
              MOVE TL-RSP TO TL-RESP-AL
           ELSE
              IF TL2-RSP NOT EQUAL SPACE
                 MOVE TL2-RSP TO TL-RESP-AL
              END-IF
           END-IF
           .
       P926-FIM.

       P927-FECHA-FAMILIAS.

           IF FAMILIAS-ABERTAS-OK
              CLOSE RESPONSAVEIS
              CLOSE VINCRESP
              SET FAMILIAS-ABERTAS-OK TO FALSE
           END-IF
           .
       P927-FIM.

       P930-RANKING.

           MOVE ZERO  TO WS-POS-RANK
                    CLOSE ALUNOS
                    GO TO P960-FIM
           END-READ
           PERFORM P096-NOME-CHAMADA THRU P096-FIM
           CLOSE ALUNOS

           SET FS-BOL-OK TO TRUE

           MOVE SPACE TO WS-LINHA-BOLETIM
           MOVE 'NOME: ' TO WS-LINHA-BOLETIM(1:6)
           MOVE WS-NM-CHAMADA TO WS-LINHA-BOLETIM(7:20)
           WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM

           MOVE SPACE TO WS-LINHA-BOLETIM
              WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
           END-IF

           MOVE WS-QTD-TRI-PARC TO WS-PAR-ATE-PERIODO
           PERFORM P908-PARECERES-BOLETIM THRU P908-FIM

           CLOSE BOLETIM
           DISPLAY 'BOLETIM PARCIAL GRAVADO EM BOLETIM.dat'

       P980-DIARIO-CLASSE.

      * Diario de classe impresso: relacao dos alunos matriculados na
      * disciplina (e turma, se informada), lidos pela chave
      * alternativa da disciplina em MATRICULA e ordenados pelo nome
      * do aluno, com colunas em branco
      * para as notas dos quatro trimestres e as faltas, paginado,
      * seguida das paginas de conteudo com as aulas registradas no
      * diario de conteudos (AULAS) em ordem de data.
           MOVE ZERO TO WS-DIA-CONT
           MOVE 'F' TO WS-DIA-SECAO
           MOVE ZERO TO WS-DIA-NA-PAGINA
           MOVE ZERO TO WS-DIA-PAGINA

              GO TO P980-FIM
           END-IF

           MOVE ZERO TO WS-DIA-QTD
           MOVE WS-DIA-ID-DISC TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              ID-DISCIPLINA-MAT
                 INVALID KEY
                    SET EOF-DIA-OK TO TRUE
                 NOT INVALID KEY
           END-START

           PERFORM UNTIL EOF-DIA-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-DIA-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-MAT NOT EQUAL WS-DIA-ID-DISC
                       SET EOF-DIA-OK TO TRUE
                    ELSE
                       PERFORM P986-GUARDA-ALUNO-DIARIO THRU P986-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           CLOSE ALUNOS

           PERFORM P984-ORDENA-DIARIO THRU P984-FIM

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
              UNTIL WS-DIA-IDX > WS-DIA-QTD
              PERFORM P987-ALUNO-NO-DIARIO THRU P987-FIM
           END-PERFORM

           IF WS-DIA-CONT EQUAL ZERO
              MOVE SPACE TO WS-LINHA-DIARIO
              MOVE 'NENHUM ALUNO MATRICULADO.'
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           END-IF

           PERFORM P989-CONTEUDOS-DIARIO THRU P989-FIM

           CLOSE DIARIO
           DISPLAY 'DIARIO DE CLASSE GRAVADO EM ' WS-CAMINHO-DIARIO
           DISPLAY WS-DIA-CONT ' ALUNO(S) RELACIONADO(S).'
           DISPLAY WS-DIA-CONT-AULAS ' REGISTRO(S) DE CONTEUDO, '
                   WS-DIA-TOT-AULAS ' AULA(S) DADA(S).'
           .
       P980-FIM.

       P984-ORDENA-DIARIO.

      * Ordem alfabetica do elenco; nomes iguais ficam na ordem do ID.
           PERFORM VARYING WS-DIA-IDX2 FROM 1 BY 1
              UNTIL WS-DIA-IDX2 > WS-DIA-QTD
              MOVE WS-DIA-IDX2 TO WS-DIA-MENOR
              PERFORM VARYING WS-DIA-IDX FROM WS-DIA-IDX2 BY 1
                 UNTIL WS-DIA-IDX > WS-DIA-QTD
                 IF WS-DIA-ITEM (WS-DIA-IDX) <
                    WS-DIA-ITEM (WS-DIA-MENOR)
                    MOVE WS-DIA-IDX TO WS-DIA-MENOR
                 END-IF
              END-PERFORM
              IF WS-DIA-MENOR NOT EQUAL WS-DIA-IDX2
                 MOVE WS-DIA-ITEM (WS-DIA-IDX2) TO WS-DIA-AUX
                 MOVE WS-DIA-ITEM (WS-DIA-MENOR)
                    TO WS-DIA-ITEM (WS-DIA-IDX2)
                 MOVE WS-DIA-AUX TO WS-DIA-ITEM (WS-DIA-MENOR)
              END-IF
           END-PERFORM
           .
       P984-FIM.

       P985-CABECALHO-DIARIO.

           ADD 1 TO WS-DIA-PAGINA

           MOVE SPACE TO WS-LINHA-DIARIO
           MOVE 'DIARIO DE CLASSE' TO WS-LINHA-DIARIO(1:16)
           IF DIA-SECAO-CONTEUDO
              MOVE ' - REGISTRO DE CONTEUDOS' TO WS-LINHA-DIARIO(17:24)
           END-IF
           MOVE 'PAGINA' TO WS-LINHA-DIARIO(65:6)
           MOVE WS-DIA-PAGINA TO WS-LINHA-DIARIO(72:3)
           WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           MOVE SPACE TO WS-LINHA-DIARIO
           WRITE REG-DIARIO FROM WS-LINHA-DIARIO

           IF DIA-SECAO-CONTEUDO
              MOVE SPACE TO WS-LINHA-DIARIO
              MOVE 'DATA       TURMA TP AU CONTEUDO MINISTRADO'
                 TO WS-LINHA-DIARIO(1:42)
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
              MOVE SPACE TO WS-LINHA-DIARIO
              MOVE '---------- ----- -- -- ' TO WS-LINHA-DIARIO(1:23)
              MOVE ALL '-' TO WS-LINHA-DIARIO(24:50)
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
              MOVE ZERO TO WS-DIA-NA-PAGINA
              GO TO P985-FIM
           END-IF

           MOVE SPACE TO WS-LINHA-DIARIO
           MOVE 'NO ' TO WS-LINHA-DIARIO(1:3)
           MOVE 'ALUNO' TO WS-LINHA-DIARIO(5:5)
           .
       P985-FIM.

       P986-GUARDA-ALUNO-DIARIO.

      * Matricula da disciplina lida pela chave alternativa: filtra a
      * turma pedida e guarda o aluno ativo no elenco do diario.
           IF WS-DIA-ID-TURMA NOT EQUAL ZERO
              IF TURMA-MATRICULA NOT NUMERIC OR
                 TURMA-MATRICULA NOT EQUAL WS-DIA-ID-TURMA
                 GO TO P986-FIM
              END-IF
           END-IF

           MOVE ID-ALUNO-MAT TO ID-ALUNO
           READ ALUNOS INTO WS-REGISTRO-AL
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P986-FIM
           END-READ

           IF SIT-AL EQUAL 'I'
              GO TO P986-FIM
           END-IF

           IF WS-DIA-QTD >= 999
              DISPLAY 'ELENCO DO DIARIO LIMITADO A 999 ALUNOS; ALUNO '
                      ID-ALUNO-MAT ' NAO RELACIONADO.'
              GO TO P986-FIM
           END-IF

           PERFORM P096-NOME-CHAMADA THRU P096-FIM
           ADD 1 TO WS-DIA-QTD
           MOVE WS-NM-CHAMADA TO WS-DIA-NOME (WS-DIA-QTD)
           MOVE ID-ALUNO-MAT TO WS-DIA-ID-AL (WS-DIA-QTD)
           .
       P986-FIM.

       P987-ALUNO-NO-DIARIO.

           ADD 1 TO WS-DIA-CONT

           MOVE SPACE TO WS-LINHA-DIARIO
           MOVE WS-DIA-CONT TO WS-LINHA-DIARIO(1:3)
           MOVE WS-DIA-NOME (WS-DIA-IDX) TO WS-LINHA-DIARIO(5:20)
           MOVE '|____| |____| |____| |____| |______|'
              TO WS-LINHA-DIARIO(27:37)
           WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           .
       P987-FIM.

       P988-AULA-NO-DIARIO.

           ADD 1 TO WS-DIA-CONT-AULAS
           ADD QTD-AULAS-AUL TO WS-DIA-TOT-AULAS

           MOVE SPACE TO WS-LINHA-DIARIO
           MOVE DATA-AUL(7:2) TO WS-LINHA-DIARIO(1:2)
           MOVE '/' TO WS-LINHA-DIARIO(3:1)
           MOVE DATA-AUL(5:2) TO WS-LINHA-DIARIO(4:2)
           MOVE '/' TO WS-LINHA-DIARIO(6:1)
           MOVE DATA-AUL(1:4) TO WS-LINHA-DIARIO(7:4)
           MOVE ID-TURMA-AUL TO WS-LINHA-DIARIO(12:5)
           MOVE TEMPO-AUL TO WS-LINHA-DIARIO(18:2)
           MOVE QTD-AULAS-AUL TO WS-LINHA-DIARIO(21:2)
           MOVE DS-CONTEUDO-AUL TO WS-LINHA-DIARIO(24:50)
           WRITE REG-DIARIO FROM WS-LINHA-DIARIO

           ADD 1 TO WS-DIA-NA-PAGINA
           IF WS-DIA-NA-PAGINA >= 30
              MOVE SPACE TO WS-LINHA-DIARIO
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
              PERFORM P985-CABECALHO-DIARIO THRU P985-FIM
           END-IF
           .
       P988-FIM.

       P989-CONTEUDOS-DIARIO.

      * Paginas de conteudo: aulas da disciplina registradas no ano
      * (da turma pedida, ou de todas as turmas), com data, tempo,
      * numero de aulas e o conteudo ministrado, em pagina nova.
           MOVE ZERO TO WS-DIA-CONT-AULAS
           MOVE ZERO TO WS-DIA-TOT-AULAS

           MOVE SPACE TO WS-LINHA-DIARIO
           WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           MOVE 'C' TO WS-DIA-SECAO
           PERFORM P985-CABECALHO-DIARIO THRU P985-FIM

           SET FS-AUL-OK TO TRUE
           OPEN INPUT AULAS
           IF NOT FS-AUL-OK
              MOVE SPACE TO WS-LINHA-DIARIO
              MOVE 'NENHUM CONTEUDO REGISTRADO.'
                 TO WS-LINHA-DIARIO(1:27)
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
              GO TO P989-FIM
           END-IF

           MOVE WS-DIA-ID-DISC  TO ID-DISCIPLINA-AUL
           MOVE WS-DIA-ID-TURMA TO ID-TURMA-AUL
           COMPUTE DATA-AUL = WS-DIA-ANO * 10000 + 101
           MOVE ZERO TO TEMPO-AUL
           START AULAS KEY IS GREATER THAN OR EQUAL CHAVE-AULA
              INVALID KEY
                 SET EOF-DIA-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-DIA-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-DIA-OK
              READ AULAS NEXT RECORD
                 AT END
                    SET EOF-DIA-OK TO TRUE
                 NOT AT END
                    IF ID-DISCIPLINA-AUL NOT EQUAL WS-DIA-ID-DISC
                       SET EOF-DIA-OK TO TRUE
                    ELSE
                       IF WS-DIA-ID-TURMA NOT EQUAL ZERO AND
                          (ID-TURMA-AUL NOT EQUAL WS-DIA-ID-TURMA OR
                           DATA-AUL(1:4) NOT EQUAL WS-DIA-ANO)
                          SET EOF-DIA-OK TO TRUE
                       ELSE
                          IF DATA-AUL(1:4) EQUAL WS-DIA-ANO
                             PERFORM P988-AULA-NO-DIARIO THRU P988-FIM
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AULAS

           MOVE SPACE TO WS-LINHA-DIARIO
           IF WS-DIA-CONT-AULAS EQUAL ZERO
              MOVE 'NENHUM CONTEUDO REGISTRADO.'
                 TO WS-LINHA-DIARIO(1:27)
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           ELSE
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
              MOVE 'TOTAL DE AULAS DADAS: ' TO WS-LINHA-DIARIO(1:22)
              MOVE WS-DIA-TOT-AULAS TO WS-LINHA-DIARIO(23:5)
              WRITE REG-DIARIO FROM WS-LINHA-DIARIO
           END-IF
           .
       P989-FIM.

       P990-TENDENCIA-ANUAL.

      * Comparativo ano a ano por disciplina: taxa de aprovacao, taxa
