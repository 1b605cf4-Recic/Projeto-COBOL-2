           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN REG-AL-APROV
           WITH DUPLICATES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT EXP-ALUNOS ASSIGN TO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

           SELECT CENSO-SIT ASSIGN TO
           WS-CAMINHO-CENSO-SIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXP.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-EVENTO
           FILE STATUS IS WS-FS-EVT.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT OCORRENCIAS ASSIGN TO
           COPY FD-MATRICULA.

       FD  EXP-ALUNOS.
       01  REG-EXP-ALUNOS                    PIC X(300).

       FD  EXP-DISCIPLINAS.
       01  REG-EXP-DISCIPLINAS               PIC X(100).
           03 CENSO-DEFICIENCIA              PIC X(20).
           03 CENSO-AEE                      PIC X(01).

      * Censo Escolar, segunda etapa (situacao do aluno): uma linha
      * por aluno da primeira etapa com o rendimento ou movimento
      * final do ano e a data da saida quando houver.
       FD  CENSO-SIT.
       01  REG-CENSO-SIT.
           03 CSIT-INEP                      PIC 9(12).
           03 CSIT-NOME                      PIC X(20).
           03 CSIT-NASCIMENTO                PIC 9(08).
           03 CSIT-UNIDADE                   PIC X(04).
           03 CSIT-ANO                       PIC 9(04).
           03 CSIT-SITUACAO                  PIC X(01).
              88 CSIT-APROVADO               VALUE 'A'.
              88 CSIT-REPROVADO              VALUE 'R'.
              88 CSIT-ABANDONO               VALUE 'B'.
              88 CSIT-TRANSFERIDO            VALUE 'T'.
              88 CSIT-FALECIDO               VALUE 'F'.
              88 CSIT-CONCLUINTE             VALUE 'C'.
              88 CSIT-SEM-SITUACAO           VALUE SPACE.
           03 CSIT-DS-SITUACAO               PIC X(12).
           03 CSIT-DATA-SAIDA                PIC 9(08).
           03 CSIT-QTD-MATR                  PIC 9(03).

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       01  WS-CAMINHO-LOG                    PIC X(80).
       01  WS-CAMINHO-ESTADO                 PIC X(80).
       01  WS-CAMINHO-CENSO                  PIC X(80).
       01  WS-CAMINHO-CENSO-SIT              PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-AEE                    PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       77  WS-EOF-MAT                        PIC X VALUE 'N'.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

      * Segunda etapa do censo: movimentos do ano (EVENTOS) e
      * alteracoes de nota aguardando aprovacao (NOTA-PEND), carregados
      * uma vez por extrato.
       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.
       77  WS-EOF-SIT                        PIC X VALUE 'N'.
           88 EOF-SIT-OK                     VALUE 'S' FALSE 'N'.
       77  WS-EOF-AUX                        PIC X VALUE 'N'.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.
       77  WS-EV-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-EV-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-EVENTOS.
           03 WS-EV-ENT OCCURS 999 TIMES.
              05 WS-EV-ALUNO                 PIC 9(05).
              05 WS-EV-TIPO                  PIC X(01).
              05 WS-EV-DATA                  PIC 9(08).
       77  WS-PD-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-PD-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-PENDENTES.
           03 WS-PD-INCLUSAO OCCURS 500 TIMES PIC 9(05).
       77  WS-SIT-ALUNO                      PIC 9(05) VALUE ZERO.
       77  WS-SIT-ACHOU                      PIC X VALUE 'N'.
           88 SIT-ALUNO-ACHADO               VALUE 'S' FALSE 'N'.
       77  WS-SIT-TIPO-EVT                   PIC X(01) VALUE SPACE.
       77  WS-SIT-DATA-EVT                   PIC 9(08) VALUE ZERO.
       77  WS-SIT-QTD-NOTAS                  PIC 9(03) VALUE ZERO.
       77  WS-SIT-QTD-REPROV                 PIC 9(03) VALUE ZERO.
       77  WS-SIT-QTD-ABERTA                 PIC 9(03) VALUE ZERO.
       77  WS-SIT-QTD-PEND                   PIC 9(03) VALUE ZERO.
       77  WS-SIT-MOTIVO                     PIC X(30) VALUE SPACE.
       77  WS-CONT-POPULACAO                 PIC 9(05) VALUE ZERO.
       77  WS-CONT-SEM-SITUACAO              PIC 9(05) VALUE ZERO.
       01  WS-TAB-CONT-SIT.
           03 WS-CONT-SIT OCCURS 6 TIMES     PIC 9(05).
       01  WS-TAB-CODIGOS-SIT-VAL.
           03 FILLER PIC X(13) VALUE 'AAPROVADO    '.
           03 FILLER PIC X(13) VALUE 'RREPROVADO   '.
           03 FILLER PIC X(13) VALUE 'BABANDONO    '.
           03 FILLER PIC X(13) VALUE 'TTRANSFERIDO '.
           03 FILLER PIC X(13) VALUE 'FFALECIDO    '.
           03 FILLER PIC X(13) VALUE 'CCONCLUINTE  '.
       01  WS-TAB-CODIGOS-SIT REDEFINES WS-TAB-CODIGOS-SIT-VAL.
           03 WS-CODIGO-SIT OCCURS 6 TIMES.
              05 WS-CD-SIT                   PIC X(01).
              05 WS-DS-SIT                   PIC X(12).
       77  WS-SIT-IDX                        PIC 9(01) VALUE ZERO.

       01  WS-REGISTRO-AL                    PIC X(267) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-AL.
           03 ID-AL                          PIC 9(05).
           03 NM-AL                          PIC X(20).
           03 END-AL                         PIC X(40).
           03 INEP-AL                        PIC 9(12).
           03 CARTEIRA-AL                    PIC 9(08).
           03 NIS-AL                         PIC 9(11).
           03 SMS-AL                         PIC X(01).
           03 NM-SOC-AL                      PIC X(20).
           03 DT-NM-SOC-AL                   PIC 9(08).
           03 REQ-NM-SOC-AL                  PIC X(01).
           03 PASSE-AL                       PIC X(01).
           03 CARTAO-PASSE-AL                PIC X(16).
           03 DT-BLOQ-PASSE-AL               PIC 9(08).

       01  WS-REGISTRO-DP                    PIC X(83) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-DP.
           03 NT5-NT                         PIC 9(02)V99.
           03 NT6-NT                         PIC 9(02)V99.

       01  WS-LINHA-EXPORT                   PIC X(300) VALUE SPACE.

       77  WS-FS                             PIC 99.
           88 FS-OK                        VALUE 0.

       77  WS-DATA-GERACAO                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-GERACAO-X                 PIC X(08) VALUE SPACE.
       77  WS-HORA-GERACAO                   PIC 9(08) VALUE ZERO.

       77  WS-NOME-TAM                       PIC 9(03) VALUE ZERO.
       01  WS-NOME-BASE                      PIC X(80) VALUE SPACE.
       77  WS-CHAVE-EST                      PIC X(10) VALUE SPACE.
       77  WS-VALOR-EST                      PIC X(20) VALUE SPACE.

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
           PERFORM P015-DEFINE-GERACAO THRU P015-FIM

           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'EXPORT_MODO'
                 PERFORM P250-EXTRATO-APROVADOS THRU P250-FIM
              WHEN '8'
                 PERFORM P290-EXTRATO-CENSO THRU P290-FIM
              WHEN '9'
                 PERFORM P300-EXTRATO-SITUACAO THRU P300-FIM
              WHEN OTHER
                 PERFORM P200-EXPORTA-ALUNOS THRU P200-FIM
                 PERFORM P210-EXPORTA-DISCIPLINAS THRU P210-FIM
                        INTO WS-CAMINHO-TRANSFER
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EVENTOS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-EVENTOS
           END-ACCEPT

      * Diretorio dos backups complementares (.bkp): acompanha a
      * geracao via EXPORT_COMPL_DIR; sem a variavel vale o
      * diretorio de dados padrao.
      * do manifesto. O numero de geracoes retidas vem de
      * EXPORT_GERACOES (padrao 5).
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-GERACAO FROM TIME
           MOVE WS-DATA-GERACAO TO WS-DATA-GERACAO-X

           ACCEPT WS-GER-MAXIMO FROM ENVIRONMENT 'EXPORT_GERACOES'
           DISPLAY '|           6 - Exportar Todos os Arquivos        |'
           DISPLAY '|           7 - Extrato de Aprovados p/ Secretaria|'
           DISPLAY '|           8 - Extrato do Censo Escolar          |'
           DISPLAY '|           9 - Censo 2a Etapa (Situacao Aluno)   |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - Retornar ao Menu                  |'
           DISPLAY '|                                                 |'
                 PERFORM P250-EXTRATO-APROVADOS THRU P250-FIM
              WHEN '8'
                 PERFORM P290-EXTRATO-CENSO THRU P290-FIM
              WHEN '9'
                 PERFORM P300-EXTRATO-SITUACAO THRU P300-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                        INEP-AL     DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        CARTEIRA-AL DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        NIS-AL      DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        SMS-AL      DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        NM-SOC-AL   DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        DT-NM-SOC-AL DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        REQ-NM-SOC-AL DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        PASSE-AL    DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        CARTAO-PASSE-AL DELIMITED BY SIZE
                        ';'         DELIMITED BY SIZE
                        DT-BLOQ-PASSE-AL DELIMITED BY SIZE
                        INTO WS-LINHA-EXPORT
                 WRITE REG-EXP-ALUNOS FROM WS-LINHA-EXPORT
                 ADD 1 TO WS-CONT
           .
       P297-FIM.

       P300-EXTRATO-SITUACAO.

      * Censo Escolar, segunda etapa: a populacao e o proprio arquivo
      * da primeira etapa (CENSO_TXT); para cada aluno dele sai a
      * situacao ao final do ano. Movimento do ano (EVENTOS) vale
      * sobre o rendimento; sem movimento, o rendimento vem das notas
      * do ano, com AL-APROV (ja com as decisoes de conselho aprovadas
      * no PROGAPRV) como fonte da aprovacao. Aluno sem situacao e
      * listado para acerto antes do envio.
           IF MODO-LOTE
              ACCEPT WS-ANO-CENSO FROM ENVIRONMENT 'CENSO_ANO'
                 ON EXCEPTION MOVE ZERO TO WS-ANO-CENSO
              END-ACCEPT
           ELSE
              DISPLAY 'Informe o ano letivo do censo: '
              ACCEPT WS-ANO-CENSO
           END-IF

           IF WS-ANO-CENSO NOT NUMERIC OR WS-ANO-CENSO EQUAL ZERO
              DISPLAY 'ANO LETIVO INVALIDO.'
              ADD 1 TO WS-ERROS-EXEC
              GO TO P300-FIM
           END-IF

           MOVE ZERO TO WS-CONT-POPULACAO
           MOVE ZERO TO WS-CONT-SEM-SITUACAO
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1 UNTIL WS-SIT-IDX > 6
              MOVE ZERO TO WS-CONT-SIT (WS-SIT-IDX)
           END-PERFORM

           ACCEPT WS-CAMINHO-CENSO FROM ENVIRONMENT 'CENSO_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CENSO.txt'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-CENSO
           END-ACCEPT

           ACCEPT WS-CAMINHO-CENSO-SIT FROM ENVIRONMENT 'CENSO_SIT_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CENSO-SITUACAO.txt' DELIMITED BY SIZE
                        INTO WS-CAMINHO-CENSO-SIT
           END-ACCEPT

           SET FS-EXP-OK TO TRUE
           OPEN INPUT CENSO
           IF NOT FS-EXP-OK
              DISPLAY 'PRIMEIRA ETAPA DO CENSO NAO ENCONTRADA: '
                      WS-CAMINHO-CENSO
              DISPLAY 'GERE O EXTRATO DA OPCAO 8 ANTES DA SEGUNDA '
                      'ETAPA.'
              ADD 1 TO WS-ERROS-EXEC
              GO TO P300-FIM
           END-IF

           PERFORM P305-CARREGA-EVENTOS THRU P305-FIM
           PERFORM P307-CARREGA-PENDENCIAS THRU P307-FIM

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF FS-OK
              OPEN INPUT NOTAS
           END-IF
           IF FS-OK
              OPEN INPUT AL-APROV
           END-IF
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR ALUNOS/NOTAS/APROVADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              ADD 1 TO WS-ERROS-EXEC
              CLOSE CENSO
              CLOSE ALUNOS
              CLOSE NOTAS
              GO TO P300-FIM
           END-IF

           SET FS-EXP-OK TO TRUE
           OPEN OUTPUT CENSO-SIT
           IF NOT FS-EXP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DA SEGUNDA ETAPA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EXP
              ADD 1 TO WS-ERROS-EXEC
              CLOSE CENSO
              CLOSE ALUNOS
              CLOSE NOTAS
              CLOSE AL-APROV
              GO TO P300-FIM
           END-IF

           DISPLAY ' '
           DISPLAY '--- ALUNOS DA PRIMEIRA ETAPA SEM SITUACAO ---'

           SET EOF-SIT-OK TO FALSE
           PERFORM UNTIL EOF-SIT-OK
              READ CENSO
                 AT END
                    SET EOF-SIT-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-POPULACAO
                    PERFORM P310-SITUACAO-ALUNO THRU P310-FIM
              END-READ
           END-PERFORM

           CLOSE CENSO-SIT
           CLOSE CENSO
           CLOSE ALUNOS
           CLOSE NOTAS
           CLOSE AL-APROV

           DISPLAY ' '
           DISPLAY 'CENSO ' WS-ANO-CENSO ' - SEGUNDA ETAPA EM '
                   WS-CAMINHO-CENSO-SIT
           DISPLAY 'ALUNOS NA PRIMEIRA ETAPA: ' WS-CONT-POPULACAO
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1 UNTIL WS-SIT-IDX > 6
              DISPLAY '   ' WS-DS-SIT (WS-SIT-IDX) '           '
                      WS-CONT-SIT (WS-SIT-IDX)
           END-PERFORM
           DISPLAY 'SEM SITUACAO:             ' WS-CONT-SEM-SITUACAO
           IF WS-CONT-SEM-SITUACAO GREATER THAN ZERO
              DISPLAY 'ATENCAO: ACERTE OS ALUNOS SEM SITUACAO ANTES '
                      'DE ENVIAR A SEGUNDA ETAPA AO INEP.'
           END-IF
           .
       P300-FIM.

       P305-CARREGA-EVENTOS.

      * Movimentos do ano letivo que definem a situacao final:
      * transferencia expedida, abandono, falecimento e conclusao; a
      * readmissao e a transferencia recebida tambem entram, porque
      * anulam uma saida anterior no mesmo ano.
           MOVE ZERO TO WS-EV-QTD

           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF NOT FS-EVT-OK
              GO TO P305-FIM
           END-IF

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF DATA-EVT(1:4) EQUAL WS-ANO-CENSO AND
                       (EVT-TRANSF-EXPEDIDA OR EVT-ABANDONO OR
                        EVT-FALECIMENTO OR EVT-CONCLUSAO OR
                        EVT-ADMISSAO OR EVT-TRANSF-RECEBIDA)
                       IF WS-EV-QTD < 999
                          ADD 1 TO WS-EV-QTD
                          MOVE ID-ALUNO-EVT TO WS-EV-ALUNO (WS-EV-QTD)
                          MOVE TIPO-EVT     TO WS-EV-TIPO (WS-EV-QTD)
                          MOVE DATA-EVT     TO WS-EV-DATA (WS-EV-QTD)
                       ELSE
                          DISPLAY 'AVISO: MAIS DE 999 MOVIMENTOS NO '
                                  'ANO. EXCEDENTE IGNORADO.'
                          SET EOF-AUX-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EVENTOS
           .
       P305-FIM.

       P307-CARREGA-PENDENCIAS.

      * Alteracoes de nota (inclusive decisao de conselho) ainda sem
      * aprovacao da coordenacao: o resultado da nota nao e final.
           MOVE ZERO TO WS-PD-QTD

           SET FS-OK TO TRUE
           OPEN INPUT NOTA-PEND
           IF NOT FS-OK
              GO TO P307-FIM
           END-IF

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK
              READ NOTA-PEND NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF PEND-AGUARDANDO AND WS-PD-QTD < 500
                       ADD 1 TO WS-PD-QTD
                       MOVE ID-INCLUSAO-PEND
                          TO WS-PD-INCLUSAO (WS-PD-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTA-PEND
           .
       P307-FIM.

       P310-SITUACAO-ALUNO.

           INITIALIZE REG-CENSO-SIT
           MOVE CENSO-INEP       TO CSIT-INEP
           MOVE CENSO-NOME       TO CSIT-NOME
           MOVE CENSO-NASCIMENTO TO CSIT-NASCIMENTO
           MOVE CENSO-UNIDADE    TO CSIT-UNIDADE
           MOVE WS-ANO-CENSO     TO CSIT-ANO
           MOVE CENSO-QTD-MATR   TO CSIT-QTD-MATR
           MOVE SPACE            TO CSIT-SITUACAO
           MOVE SPACE            TO WS-SIT-MOTIVO

           PERFORM P315-LOCALIZA-ALUNO THRU P315-FIM
           IF NOT SIT-ALUNO-ACHADO
              MOVE 'NAO LOCALIZADO NO CADASTRO' TO WS-SIT-MOTIVO
              GO TO P310-GRAVA
           END-IF

      * Ultimo movimento do ano do aluno; readmissao depois de uma
      * saida devolve o aluno ao rendimento.
           MOVE SPACE TO WS-SIT-TIPO-EVT
           MOVE ZERO  TO WS-SIT-DATA-EVT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-QTD
              IF WS-EV-ALUNO (WS-EV-IDX) EQUAL WS-SIT-ALUNO AND
                 WS-EV-DATA (WS-EV-IDX) >= WS-SIT-DATA-EVT
                 MOVE WS-EV-TIPO (WS-EV-IDX) TO WS-SIT-TIPO-EVT
                 MOVE WS-EV-DATA (WS-EV-IDX) TO WS-SIT-DATA-EVT
              END-IF
           END-PERFORM

           EVALUATE WS-SIT-TIPO-EVT
              WHEN 'E'
                 MOVE 'T' TO CSIT-SITUACAO
                 MOVE WS-SIT-DATA-EVT TO CSIT-DATA-SAIDA
              WHEN 'B'
                 MOVE 'B' TO CSIT-SITUACAO
                 MOVE WS-SIT-DATA-EVT TO CSIT-DATA-SAIDA
              WHEN 'F'
                 MOVE 'F' TO CSIT-SITUACAO
                 MOVE WS-SIT-DATA-EVT TO CSIT-DATA-SAIDA
              WHEN 'C'
                 MOVE 'C' TO CSIT-SITUACAO
              WHEN OTHER
                 PERFORM P330-RESULTADO-NOTAS THRU P330-FIM
           END-EVALUATE
           .
       P310-GRAVA.

           IF CSIT-SEM-SITUACAO
              ADD 1 TO WS-CONT-SEM-SITUACAO
              MOVE 'SEM SITUACAO' TO CSIT-DS-SITUACAO
              DISPLAY 'SEM SITUACAO: ' CENSO-NOME ' INEP ' CENSO-INEP
                      ' - ' WS-SIT-MOTIVO
           ELSE
              PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                 UNTIL WS-SIT-IDX > 6
                 IF WS-CD-SIT (WS-SIT-IDX) EQUAL CSIT-SITUACAO
                    MOVE WS-DS-SIT (WS-SIT-IDX) TO CSIT-DS-SITUACAO
                    ADD 1 TO WS-CONT-SIT (WS-SIT-IDX)
                 END-IF
              END-PERFORM
           END-IF

           WRITE REG-CENSO-SIT
           .
       P310-FIM.

       P315-LOCALIZA-ALUNO.

      * O extrato da primeira etapa nao leva o codigo interno: o aluno
      * e achado pelo nome (chave alternativa) e conferido pela data
      * de nascimento e pelo INEP, quando ambos o tem.
           SET SIT-ALUNO-ACHADO TO FALSE
           MOVE ZERO TO WS-SIT-ALUNO

           MOVE CENSO-NOME TO NM-ALUNO IN REG-ALUNO
           START ALUNOS KEY IS EQUAL NM-ALUNO IN REG-ALUNO
              INVALID KEY
                 GO TO P315-FIM
           END-START

           SET EOF-AUX-OK TO FALSE
           PERFORM UNTIL EOF-AUX-OK OR SIT-ALUNO-ACHADO
              READ ALUNOS NEXT RECORD INTO WS-REGISTRO-AL
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF NM-AL NOT EQUAL CENSO-NOME
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF DT-NASC-AL NOT NUMERIC
                          MOVE ZERO TO DT-NASC-AL
                       END-IF
                       IF INEP-AL NOT NUMERIC
                          MOVE ZERO TO INEP-AL
                       END-IF
                       IF DT-NASC-AL EQUAL CENSO-NASCIMENTO AND
                          (CENSO-INEP EQUAL ZERO OR INEP-AL EQUAL ZERO
                           OR INEP-AL EQUAL CENSO-INEP)
                          SET SIT-ALUNO-ACHADO TO TRUE
                          MOVE ID-AL TO WS-SIT-ALUNO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P315-FIM.

       P330-RESULTADO-NOTAS.

      * Rendimento do ano: aprovado quando todas as disciplinas do ano
      * constam de AL-APROV; reprovado quando alguma fechou REPROVADO.
      * Disciplina sem resultado ou com alteracao pendente deixa o
      * aluno sem situacao.
           MOVE ZERO TO WS-SIT-QTD-NOTAS
           MOVE ZERO TO WS-SIT-QTD-REPROV
           MOVE ZERO TO WS-SIT-QTD-ABERTA
           MOVE ZERO TO WS-SIT-QTD-PEND

           MOVE CENSO-NOME TO NM-ALUNO IN REG-NOTAS
           SET EOF-AUX-OK TO FALSE
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ NOTAS NEXT RECORD INTO WS-REGISTRO-NT
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF NM-NT NOT EQUAL CENSO-NOME
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       IF ANO-NT EQUAL WS-ANO-CENSO
                          PERFORM P335-RESULTADO-DISCIPLINA
                             THRU P335-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-SIT-QTD-NOTAS EQUAL ZERO
                 MOVE 'SEM NOTAS NO ANO' TO WS-SIT-MOTIVO
              WHEN WS-SIT-QTD-PEND GREATER THAN ZERO
                 MOVE 'ALTERACAO DE NOTA PENDENTE' TO WS-SIT-MOTIVO
              WHEN WS-SIT-QTD-REPROV GREATER THAN ZERO
                 MOVE 'R' TO CSIT-SITUACAO
              WHEN WS-SIT-QTD-ABERTA GREATER THAN ZERO
                 MOVE 'DISCIPLINA SEM RESULTADO' TO WS-SIT-MOTIVO
              WHEN OTHER
                 MOVE 'A' TO CSIT-SITUACAO
           END-EVALUATE
           .
       P330-FIM.

       P335-RESULTADO-DISCIPLINA.

           ADD 1 TO WS-SIT-QTD-NOTAS

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-QTD
              IF WS-PD-INCLUSAO (WS-PD-IDX) EQUAL ID-NT
                 ADD 1 TO WS-SIT-QTD-PEND
                 MOVE WS-PD-QTD TO WS-PD-IDX
              END-IF
           END-PERFORM

           MOVE ID-NT TO ID-INC-APROV
           READ AL-APROV
              KEY IS ID-INC-APROV
                 INVALID KEY
                    IF ST-NT EQUAL 'REPROVADO'
                       ADD 1 TO WS-SIT-QTD-REPROV
                    ELSE
                       ADD 1 TO WS-SIT-QTD-ABERTA
                    END-IF
                 NOT INVALID KEY
                    IF ST-ALUNO IN REG-AL-APROV NOT EQUAL 'APROVADO'
                       ADD 1 TO WS-SIT-QTD-ABERTA
                    END-IF
           END-READ
           .
       P335-FIM.

       P265-EXPORTA-COMPLEMENTARES.

      * Conjunto completo: os arquivos que nao saiam no backup
           END-IF

           MOVE SPACE TO WS-LINHA-MANIFESTO
      * A hora do inicio da exportacao acompanha a geracao: a
      * reaplicacao da trilha (PROGREAP) parte deste instante.
           STRING 'GERACAO;'        DELIMITED BY SIZE
                  WS-DATA-GERACAO-X DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-HORA-GERACAO   DELIMITED BY SIZE
                  INTO WS-LINHA-MANIFESTO
           WRITE REG-MANIFESTO FROM WS-LINHA-MANIFESTO

