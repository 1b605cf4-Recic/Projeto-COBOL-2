      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Arquivo de saida para o gateway de SMS (layout
      *          telefone;mensagem), uma mensagem por telefone do
      *          responsavel: falta do dia (aluno ativo sem leitura
      *          na catraca, pela mesma regra do PROGCATR),
      *          convocacoes protocoladas no dia pelo PROGCOMU e
      *          segundas chamadas deferidas ainda por realizar.
      *          Respeita a recusa de SMS do cadastro do aluno, junta
      *          numa so mensagem os irmaos que dividem o mesmo
      *          telefone e protocola cada aviso como comunicado via
      *          SMS para a consulta posterior. O telefone vem do
      *          cadastro de familias quando o aluno esta vinculado.
      *          Roda no menu ou como passo da cadeia noturna
      *          (SMS_MODO=LOTE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSMS.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT COMUNICADOS ASSIGN TO
           WS-CAMINHO-COMUNICADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-COMUNICADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-COM.

           SELECT SEGCHAM ASSIGN TO
           WS-CAMINHO-SEGCHAM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-SEGCHAM
           FILE STATUS IS WS-FS-SCH.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA
           FILE STATUS IS WS-FS-DIS.

           SELECT CATRACA ASSIGN TO
           WS-CAMINHO-CATRACA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAT.

           SELECT SAIDA-SMS ASSIGN TO
           WS-CAMINHO-SMS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SMS.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  COMUNICADOS.
           COPY FD-COMUNIC.

       FD  SEGCHAM.
           COPY FD-SEGCHAM.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  CATRACA.
       01  REG-CATRACA                        PIC X(20).

       FD  SAIDA-SMS.
       01  REG-SAIDA-SMS                      PIC X(200).

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-COMUNICADOS            PIC X(80).
       01  WS-CAMINHO-SEGCHAM                PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-CATRACA                PIC X(80).
       01  WS-CAMINHO-SMS                    PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RESPONSAVEIS           PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-COM                         PIC 99.
           88 FS-COM-OK                      VALUE 0.

       77  WS-FS-SCH                         PIC 99.
           88 FS-SCH-OK                      VALUE 0.

       77  WS-FS-DIS                         PIC 99.
           88 FS-DIS-OK                      VALUE 0.

       77  WS-FS-CAT                         PIC 99.
           88 FS-CAT-OK                      VALUE 0.

       77  WS-FS-SMS                         PIC 99.
           88 FS-SMS-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-FS-RSP                         PIC 99.
           88 FS-RSP-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-FAMILIAS-ABERTAS               PIC X VALUE 'N'.
           88 FAMILIAS-ABERTAS-OK            VALUE 'S' FALSE 'N'.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-MODO-EXEC                      PIC X(04) VALUE SPACE.
           88 MODO-LOTE                      VALUE 'LOTE'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-FALHOU                         PIC X VALUE 'N'.
           88 FALHOU-OK                      VALUE 'S'.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       01  WS-DATA-DIA                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-DIA.
           03 WS-DIA-ANO                     PIC 9(04).
           03 WS-DIA-MES                     PIC 9(02).
           03 WS-DIA-DIA                     PIC 9(02).
       01  WS-DATA-DIA-FMT                   PIC X(10) VALUE SPACE.

       01  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-AUX.
           03 WS-AUX-ANO                     PIC 9(04).
           03 WS-AUX-MES                     PIC 9(02).
           03 WS-AUX-DIA                     PIC 9(02).
       01  WS-DATA-AUX-FMT                   PIC X(10) VALUE SPACE.

      * leitura da catraca (cartao;data), como no PROGCATR
       01  WS-LINHA-CAT                      PIC X(20) VALUE SPACE.
       01  WS-CAT-CARTAO                     PIC X(08) VALUE SPACE.
       01  WS-CAT-CARTAO-NUM REDEFINES WS-CAT-CARTAO
                                             PIC 9(08).
       01  WS-CAT-DATA                       PIC X(08) VALUE SPACE.
       01  WS-CAT-DATA-NUM REDEFINES WS-CAT-DATA
                                             PIC 9(08).

       77  WS-CT-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-CT-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-CT-ACHOU                       PIC X VALUE 'N'.
           88 CT-ACHADO                      VALUE 'S'.
       77  WS-CT-LEITURAS-DIA                PIC 9(05) VALUE ZERO.

       01  WS-TAB-CARTEIRAS.
           03 WS-CT-ITEM OCCURS 2000 TIMES.
              05 WS-CT-ALUNO                 PIC 9(05).
              05 WS-CT-CARTEIRA              PIC 9(08).
              05 WS-CT-PRESENTE              PIC X(01).

      * convocacoes do dia copiadas antes de protocolar os avisos
       77  WS-CV-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-CV-IDX                         PIC 9(04) VALUE ZERO.

       01  WS-TAB-CONVOCACOES.
           03 WS-CV-ITEM OCCURS 500 TIMES.
              05 WS-CV-ID                    PIC 9(05).
              05 WS-CV-ALUNO                 PIC 9(05).
              05 WS-CV-DESCRICAO             PIC X(30).

      * avisos via SMS ja protocolados (aluno + descricao): evita
      * repetir o aviso numa segunda rodada do dia e avisar mais de
      * uma vez a mesma segunda chamada
       77  WS-EV-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-EV-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-EV-ACHOU                       PIC X VALUE 'N'.
           88 EV-ACHADO                      VALUE 'S'.

       01  WS-TAB-ENVIADOS.
           03 WS-EV-ITEM OCCURS 3000 TIMES.
              05 WS-EV-ALUNO                 PIC 9(05).
              05 WS-EV-DESCRICAO             PIC X(30).

      * mensagens do arquivo: uma por telefone e assunto, com os
      * nomes dos irmaos acumulados no fim do texto
       77  WS-AV-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-AV-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-AV-ACHOU                       PIC X VALUE 'N'.
           88 AV-ACHADO                      VALUE 'S'.

       01  WS-TAB-AVISOS.
           03 WS-AV-ITEM OCCURS 2000 TIMES.
              05 WS-AV-FONE                  PIC X(15).
              05 WS-AV-TIPO                  PIC X(01).
              05 WS-AV-CHAVE                 PIC X(30).
              05 WS-AV-PREFIXO               PIC X(100).
              05 WS-AV-NOMES                 PIC X(70).
              05 WS-AV-PTR                   PIC 9(03).

      * aviso candidato montado por cada origem
       77  WS-AVI-ALUNO                      PIC 9(05) VALUE ZERO.
       77  WS-AVI-TIPO                       PIC X(01) VALUE SPACE.
           88 AVI-FALTA                      VALUE 'A'.
           88 AVI-CONVOCACAO                 VALUE 'C'.
           88 AVI-SEGCHAM                    VALUE 'S'.
       01  WS-AVI-CHAVE                      PIC X(30) VALUE SPACE.
       01  WS-AVI-TAG                        PIC X(30) VALUE SPACE.
       01  WS-AVI-PREFIXO                    PIC X(100) VALUE SPACE.
       01  WS-AVI-NOME                       PIC X(20) VALUE SPACE.

       01  WS-FONE                           PIC X(15) VALUE SPACE.
       01  WS-TL-CONTATO                     PIC X(20) VALUE SPACE.
       77  WS-FONE-IDX                       PIC 9(02) VALUE ZERO.
       77  WS-FONE-POS                       PIC 9(02) VALUE ZERO.

       01  WS-ID-EDIT                        PIC 9(05) VALUE ZERO.
       01  WS-LINHA-SMS                      PIC X(200) VALUE SPACE.
       77  WS-PTR                            PIC 9(03) VALUE ZERO.

       77  WS-CONT-FALTAS                    PIC 9(04) VALUE ZERO.
       77  WS-CONT-CONVOC                    PIC 9(04) VALUE ZERO.
       77  WS-CONT-SEGCHAM                   PIC 9(04) VALUE ZERO.
       77  WS-CONT-RECUSADOS                 PIC 9(04) VALUE ZERO.
       77  WS-CONT-SEM-FONE                  PIC 9(04) VALUE ZERO.
       77  WS-CONT-JA-AVISADOS               PIC 9(04) VALUE ZERO.
       77  WS-CONT-IRMAOS                    PIC 9(04) VALUE ZERO.
       77  WS-CONT-PROTOCOLOS                PIC 9(04) VALUE ZERO.
       77  WS-CONT-MENSAGENS                 PIC 9(04) VALUE ZERO.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

           COPY VERSOES.

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

      * Versao de layout dos arquivos (PROGVERS): programa compilado
      * para outro layout nao abre os arquivos.
           MOVE 'S' TO WS-VL-USA-ALUNOS
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
           DISPLAY 'AVISOS AOS RESPONSAVEIS POR SMS (GATEWAY)'
           DISPLAY '***************************************************'

      * Execucao sem operador (cadeia noturna do PROGLOTE): gera o
      * arquivo do dia corrente sem perguntas e devolve o retorno 8
      * quando um arquivo essencial nao pode ser aberto.
           ACCEPT WS-MODO-EXEC FROM ENVIRONMENT 'SMS_MODO'
              ON EXCEPTION MOVE SPACE TO WS-MODO-EXEC
           END-ACCEPT

           IF MODO-LOTE
              ACCEPT WS-DATA-DIA FROM DATE YYYYMMDD
              PERFORM P200-GERA-ARQUIVO THRU P200-FIM
              IF FALHOU-OK
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM P950-FIM
           END-IF

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-COMUNICADOS FROM ENVIRONMENT
              'COMUNICADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'COMUNICADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-COMUNICADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SEGCHAM FROM ENVIRONMENT 'SEGCHAM_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SEGCHAM.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-SEGCHAM
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CATRACA FROM ENVIRONMENT 'CATRACA_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CATRACA.txt'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-CATRACA
           END-ACCEPT

           ACCEPT WS-CAMINHO-SMS FROM ENVIRONMENT 'SMS_TXT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SMS-GATEWAY.txt'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-SMS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
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

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Gerar Arquivo de SMS do Dia             |'
           DISPLAY '|     2 - Avisos por SMS de uma Data              |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 DISPLAY 'Informe a data do movimento (AAAAMMDD, '
                         '0 para hoje): '
                 ACCEPT WS-DATA-DIA
                 IF WS-DATA-DIA NOT NUMERIC OR WS-DATA-DIA EQUAL ZERO
                    ACCEPT WS-DATA-DIA FROM DATE YYYYMMDD
                 END-IF
                 DISPLAY 'TECLE <S> para gerar o arquivo e protocolar '
                         'os avisos de ' WS-DATA-DIA
                         ' ou <QUALQUER TECLA> para cancelar: '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                    PERFORM P200-GERA-ARQUIVO THRU P200-FIM
                 ELSE
                    DISPLAY 'GERACAO CANCELADA.'
                 END-IF
              WHEN '2'
                 PERFORM P750-LISTA-DATA THRU P750-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-GERA-ARQUIVO.

           MOVE 'N'  TO WS-FALHOU
           MOVE ZERO TO WS-AV-QTD
           MOVE ZERO TO WS-CONT-FALTAS
           MOVE ZERO TO WS-CONT-CONVOC
           MOVE ZERO TO WS-CONT-SEGCHAM
           MOVE ZERO TO WS-CONT-RECUSADOS
           MOVE ZERO TO WS-CONT-SEM-FONE
           MOVE ZERO TO WS-CONT-JA-AVISADOS
           MOVE ZERO TO WS-CONT-IRMAOS
           MOVE ZERO TO WS-CONT-PROTOCOLOS
           MOVE ZERO TO WS-CONT-MENSAGENS

           MOVE WS-DATA-DIA TO WS-DATA-AUX
           PERFORM P620-FORMATA-DATA THRU P620-FIM
           MOVE WS-DATA-AUX-FMT TO WS-DATA-DIA-FMT

           SET FS-SMS-OK TO TRUE
           OPEN OUTPUT SAIDA-SMS
           IF NOT FS-SMS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DO GATEWAY DE SMS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SMS
              MOVE 'S' TO WS-FALHOU
              GO TO P200-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              MOVE 'S' TO WS-FALHOU
              CLOSE SAIDA-SMS
              GO TO P200-FIM
           END-IF

           SET FS-COM-OK TO TRUE
           OPEN I-O COMUNICADOS

           IF WS-FS-COM EQUAL 35
              OPEN OUTPUT COMUNICADOS
              CLOSE COMUNICADOS
              OPEN I-O COMUNICADOS
           END-IF

           IF NOT FS-COM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COMUNICADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-COM
              MOVE 'S' TO WS-FALHOU
              CLOSE ALUNOS
              CLOSE SAIDA-SMS
              GO TO P200-FIM
           END-IF

           PERFORM P210-CARREGA-PROTOCOLOS THRU P210-FIM
           PERFORM P605-ABRE-FAMILIAS THRU P605-FIM

           PERFORM P300-FALTAS-DO-DIA THRU P300-FIM
           PERFORM P400-CONVOCACOES THRU P400-FIM
           PERFORM P500-SEGUNDA-CHAMADA THRU P500-FIM

           IF FAMILIAS-ABERTAS-OK
              CLOSE RESPONSAVEIS
              CLOSE VINCRESP
           END-IF
           CLOSE COMUNICADOS
           CLOSE ALUNOS

           PERFORM P700-GRAVA-SAIDA THRU P700-FIM

           CLOSE SAIDA-SMS

           DISPLAY ' '
           DISPLAY 'RESUMO DOS AVISOS POR SMS DE ' WS-DATA-DIA-FMT
           DISPLAY 'ALUNOS COM FALTA:          ' WS-CONT-FALTAS
           DISPLAY 'CONVOCACOES:               ' WS-CONT-CONVOC
           DISPLAY 'SEGUNDAS CHAMADAS:         ' WS-CONT-SEGCHAM
           DISPLAY 'RECUSA DE SMS:             ' WS-CONT-RECUSADOS
           DISPLAY 'SEM TELEFONE:              ' WS-CONT-SEM-FONE
           DISPLAY 'JA AVISADOS ANTES:         ' WS-CONT-JA-AVISADOS
           DISPLAY 'IRMAOS NO MESMO TELEFONE:  ' WS-CONT-IRMAOS
           DISPLAY 'COMUNICADOS PROTOCOLADOS:  ' WS-CONT-PROTOCOLOS
           DISPLAY 'MENSAGENS NO ARQUIVO:      ' WS-CONT-MENSAGENS
           DISPLAY 'ARQUIVO EM ' WS-CAMINHO-SMS
           .
       P200-FIM.

       P210-CARREGA-PROTOCOLOS.

      * Os avisos do dia e os de segunda chamada (avisada uma unica
      * vez, em qualquer data) ja protocolados via SMS.
           MOVE ZERO TO WS-EV-QTD

           MOVE ZERO TO ID-COMUNICADO
           START COMUNICADOS KEY IS GREATER THAN OR EQUAL
              ID-COMUNICADO
                 INVALID KEY
                    GO TO P210-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ COMUNICADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF VIA-SMS AND WS-EV-QTD < 3000 AND
                       (DATA-COM EQUAL WS-DATA-DIA OR
                        DESCRICAO-COM(1:14) EQUAL 'SMS 2A CHAMADA')
                       ADD 1 TO WS-EV-QTD
                       MOVE ID-ALUNO-COM  TO WS-EV-ALUNO (WS-EV-QTD)
                       MOVE DESCRICAO-COM
                          TO WS-EV-DESCRICAO (WS-EV-QTD)
                    END-IF
              END-READ
           END-PERFORM
           .
       P210-FIM.

       P300-FALTAS-DO-DIA.

           MOVE ZERO TO WS-CT-QTD
           MOVE ZERO TO WS-CT-LEITURAS-DIA

           MOVE ZERO TO ID-ALUNO
           START ALUNOS KEY IS GREATER THAN OR EQUAL ID-ALUNO
              INVALID KEY
                 GO TO P300-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF SITUACAO-ALUNO NOT EQUAL 'I' AND
                       CARTEIRA-ALUNO NUMERIC AND
                       CARTEIRA-ALUNO NOT EQUAL ZERO AND
                       WS-CT-QTD < 2000
                       ADD 1 TO WS-CT-QTD
                       MOVE ID-ALUNO TO WS-CT-ALUNO (WS-CT-QTD)
                       MOVE CARTEIRA-ALUNO
                          TO WS-CT-CARTEIRA (WS-CT-QTD)
                       MOVE 'N' TO WS-CT-PRESENTE (WS-CT-QTD)
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CT-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO ATIVO COM CARTEIRINHA EMITIDA.'
              GO TO P300-FIM
           END-IF

           SET FS-CAT-OK TO TRUE
           OPEN INPUT CATRACA
           IF NOT FS-CAT-OK
              DISPLAY 'ARQUIVO DA CATRACA INDISPONIVEL (FILE STATUS '
                      WS-FS-CAT '). FALTAS DO DIA NAO AVISADAS.'
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ CATRACA NEXT RECORD INTO WS-LINHA-CAT
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P320-MARCA-LEITURA THRU P320-FIM
              END-READ
           END-PERFORM
           CLOSE CATRACA

      * sem nenhuma leitura do dia (feriado, catraca parada ou arquivo
      * ainda nao descarregado) nao se avisa falta de ninguem
           IF WS-CT-LEITURAS-DIA EQUAL ZERO
              DISPLAY 'NENHUMA LEITURA DA CATRACA EM '
                      WS-DATA-DIA-FMT '. FALTAS NAO AVISADAS.'
              GO TO P300-FIM
           END-IF

           MOVE 'A' TO WS-AVI-TIPO
           MOVE SPACE TO WS-AVI-CHAVE
           MOVE WS-DATA-DIA TO WS-AVI-CHAVE(1:8)
           MOVE SPACE TO WS-AVI-TAG
           STRING 'SMS FALTA '    DELIMITED BY SIZE
                  WS-DATA-DIA-FMT DELIMITED BY SIZE
                  INTO WS-AVI-TAG
           MOVE SPACE TO WS-AVI-PREFIXO
           STRING 'ESCOLA: FALTA EM '  DELIMITED BY SIZE
                  WS-DATA-DIA-FMT      DELIMITED BY SIZE
                  ' SEM ENTRADA NA CATRACA -' DELIMITED BY SIZE
                  INTO WS-AVI-PREFIXO

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-QTD
              IF WS-CT-PRESENTE (WS-CT-IDX) EQUAL 'N'
                 ADD 1 TO WS-CONT-FALTAS
                 MOVE WS-CT-ALUNO (WS-CT-IDX) TO WS-AVI-ALUNO
                 PERFORM P600-ACRESCENTA-AVISO THRU P600-FIM
              END-IF
           END-PERFORM
           .
       P300-FIM.

       P320-MARCA-LEITURA.

           MOVE SPACE TO WS-CAT-CARTAO
           MOVE SPACE TO WS-CAT-DATA
           UNSTRING WS-LINHA-CAT DELIMITED BY ';'
              INTO WS-CAT-CARTAO, WS-CAT-DATA

           IF WS-CAT-CARTAO NOT NUMERIC
              GO TO P320-FIM
           END-IF

           IF WS-CAT-DATA NUMERIC AND
              WS-CAT-DATA-NUM NOT EQUAL WS-DATA-DIA
              GO TO P320-FIM
           END-IF

           ADD 1 TO WS-CT-LEITURAS-DIA

           MOVE 'N' TO WS-CT-ACHOU
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-QTD OR CT-ACHADO
              IF WS-CT-CARTEIRA (WS-CT-IDX) EQUAL WS-CAT-CARTAO-NUM
                 MOVE 'S' TO WS-CT-ACHOU
                 MOVE 'S' TO WS-CT-PRESENTE (WS-CT-IDX)
              END-IF
           END-PERFORM
           .
       P320-FIM.

       P400-CONVOCACOES.

      * Convocacoes protocoladas no dia pela secretaria (as de via
      * SMS sao os proprios avisos e ficam de fora). Copiadas antes
      * para nao gravar no arquivo durante a leitura sequencial.
           MOVE ZERO TO WS-CV-QTD

           MOVE ZERO TO ID-COMUNICADO
           START COMUNICADOS KEY IS GREATER THAN OR EQUAL
              ID-COMUNICADO
                 INVALID KEY
                    GO TO P400-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ COMUNICADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF COM-CONVOCACAO AND NOT VIA-SMS AND
                       DATA-COM EQUAL WS-DATA-DIA AND
                       WS-CV-QTD < 500
                       ADD 1 TO WS-CV-QTD
                       MOVE ID-COMUNICADO TO WS-CV-ID (WS-CV-QTD)
                       MOVE ID-ALUNO-COM  TO WS-CV-ALUNO (WS-CV-QTD)
                       MOVE DESCRICAO-COM
                          TO WS-CV-DESCRICAO (WS-CV-QTD)
                    END-IF
              END-READ
           END-PERFORM

           MOVE 'C' TO WS-AVI-TIPO

           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
              UNTIL WS-CV-IDX > WS-CV-QTD
              ADD 1 TO WS-CONT-CONVOC
              MOVE WS-CV-ALUNO (WS-CV-IDX) TO WS-AVI-ALUNO
              MOVE WS-CV-DESCRICAO (WS-CV-IDX) TO WS-AVI-CHAVE
              MOVE WS-CV-ID (WS-CV-IDX) TO WS-ID-EDIT
              MOVE SPACE TO WS-AVI-TAG
              STRING 'SMS CONVOCACAO ' DELIMITED BY SIZE
                     WS-ID-EDIT        DELIMITED BY SIZE
                     INTO WS-AVI-TAG
              MOVE SPACE TO WS-AVI-PREFIXO
              STRING 'ESCOLA: CONVOCACAO DO RESPONSAVEL - '
                                       DELIMITED BY SIZE
                     WS-CV-DESCRICAO (WS-CV-IDX)
                                       DELIMITED BY '  '
                     ' -'              DELIMITED BY SIZE
                     INTO WS-AVI-PREFIXO
              PERFORM P600-ACRESCENTA-AVISO THRU P600-FIM
           END-PERFORM
           .
       P400-FIM.

       P500-SEGUNDA-CHAMADA.

      * Segundas chamadas deferidas com a prova ainda por vir.
           SET FS-SCH-OK TO TRUE
           OPEN INPUT SEGCHAM
           IF NOT FS-SCH-OK
              GO TO P500-FIM
           END-IF

           SET FS-DIS-OK TO TRUE
           OPEN INPUT DISCIPLINAS

           MOVE 'S' TO WS-AVI-TIPO

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SEGCHAM NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF SCH-DEFERIDA AND
                       DATA-PROVA-SCH NUMERIC AND
                       DATA-PROVA-SCH NOT LESS THAN WS-DATA-DIA
                       PERFORM P510-AVISO-SEGCHAM THRU P510-FIM
                    END-IF
              END-READ
           END-PERFORM

           IF FS-DIS-OK
              CLOSE DISCIPLINAS
           END-IF
           CLOSE SEGCHAM
           .
       P500-FIM.

       P510-AVISO-SEGCHAM.

           ADD 1 TO WS-CONT-SEGCHAM

           MOVE SPACE TO NM-DISCIPLINA
           IF FS-DIS-OK
              MOVE ID-DISCIPLINA-SCH TO ID-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA
                    INVALID KEY
                       MOVE SPACE TO NM-DISCIPLINA
              END-READ
           END-IF
           IF NM-DISCIPLINA EQUAL SPACE
              MOVE ID-DISCIPLINA-SCH TO WS-ID-EDIT
              STRING 'DISCIPLINA ' DELIMITED BY SIZE
                     WS-ID-EDIT    DELIMITED BY SIZE
                     INTO NM-DISCIPLINA
           END-IF

           MOVE DATA-PROVA-SCH TO WS-DATA-AUX
           PERFORM P620-FORMATA-DATA THRU P620-FIM

           MOVE ID-ALUNO-SCH TO WS-AVI-ALUNO
           MOVE SPACE TO WS-AVI-CHAVE
           MOVE ID-DISCIPLINA-SCH TO WS-AVI-CHAVE(1:5)
           MOVE DATA-PROVA-SCH    TO WS-AVI-CHAVE(6:8)
           MOVE ID-SEGCHAM TO WS-ID-EDIT
           MOVE SPACE TO WS-AVI-TAG
           STRING 'SMS 2A CHAMADA ' DELIMITED BY SIZE
                  WS-ID-EDIT        DELIMITED BY SIZE
                  INTO WS-AVI-TAG
           MOVE SPACE TO WS-AVI-PREFIXO
           STRING 'ESCOLA: SEGUNDA CHAMADA DE ' DELIMITED BY SIZE
                  NM-DISCIPLINA     DELIMITED BY '  '
                  ' EM '            DELIMITED BY SIZE
                  WS-DATA-AUX-FMT   DELIMITED BY SIZE
                  ' -'              DELIMITED BY SIZE
                  INTO WS-AVI-PREFIXO
           PERFORM P600-ACRESCENTA-AVISO THRU P600-FIM
           .
       P510-FIM.

       P600-ACRESCENTA-AVISO.

           MOVE WS-AVI-ALUNO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P600-FIM
           END-READ

           IF ALUNO-INATIVO
              GO TO P600-FIM
           END-IF

           IF SMS-RECUSADO
              ADD 1 TO WS-CONT-RECUSADOS
              GO TO P600-FIM
           END-IF

           PERFORM P610-NORMALIZA-FONE THRU P610-FIM
           IF WS-FONE EQUAL SPACE
              ADD 1 TO WS-CONT-SEM-FONE
              GO TO P600-FIM
           END-IF

           MOVE 'N' TO WS-EV-ACHOU
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > WS-EV-QTD OR EV-ACHADO
              IF WS-EV-ALUNO (WS-EV-IDX) EQUAL WS-AVI-ALUNO AND
                 WS-EV-DESCRICAO (WS-EV-IDX) EQUAL WS-AVI-TAG
                 MOVE 'S' TO WS-EV-ACHOU
              END-IF
           END-PERFORM
           IF EV-ACHADO
              ADD 1 TO WS-CONT-JA-AVISADOS
              GO TO P600-FIM
           END-IF

           MOVE NM-ALUNO IN REG-ALUNO TO WS-AVI-NOME
           IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
              MOVE NM-SOCIAL-ALUNO TO WS-AVI-NOME
           END-IF

           MOVE 'N' TO WS-AV-ACHOU
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-QTD OR AV-ACHADO
              IF WS-AV-FONE (WS-AV-IDX) EQUAL WS-FONE AND
                 WS-AV-TIPO (WS-AV-IDX) EQUAL WS-AVI-TIPO AND
                 WS-AV-CHAVE (WS-AV-IDX) EQUAL WS-AVI-CHAVE
                 MOVE 'S' TO WS-AV-ACHOU
              END-IF
           END-PERFORM

           IF AV-ACHADO
      * irmao no mesmo telefone: o nome entra na mensagem ja montada
              SUBTRACT 1 FROM WS-AV-IDX
              ADD 1 TO WS-CONT-IRMAOS
              MOVE WS-AV-PTR (WS-AV-IDX) TO WS-PTR
              STRING ', '        DELIMITED BY SIZE
                     WS-AVI-NOME DELIMITED BY '  '
                     INTO WS-AV-NOMES (WS-AV-IDX)
                     WITH POINTER WS-PTR
                     ON OVERFLOW
                        CONTINUE
              END-STRING
              MOVE WS-PTR TO WS-AV-PTR (WS-AV-IDX)
           ELSE
              IF WS-AV-QTD NOT LESS THAN 2000
                 DISPLAY 'LIMITE DE MENSAGENS ATINGIDO. ALUNO '
                         WS-AVI-ALUNO ' NAO AVISADO.'
                 GO TO P600-FIM
              END-IF
              ADD 1 TO WS-AV-QTD
              MOVE WS-FONE        TO WS-AV-FONE (WS-AV-QTD)
              MOVE WS-AVI-TIPO    TO WS-AV-TIPO (WS-AV-QTD)
              MOVE WS-AVI-CHAVE   TO WS-AV-CHAVE (WS-AV-QTD)
              MOVE WS-AVI-PREFIXO TO WS-AV-PREFIXO (WS-AV-QTD)
              MOVE SPACE          TO WS-AV-NOMES (WS-AV-QTD)
              MOVE 1 TO WS-PTR
              STRING WS-AVI-NOME DELIMITED BY '  '
                     INTO WS-AV-NOMES (WS-AV-QTD)
                     WITH POINTER WS-PTR
              END-STRING
              MOVE WS-PTR TO WS-AV-PTR (WS-AV-QTD)
           END-IF

           PERFORM P650-PROTOCOLA THRU P650-FIM
           .
       P600-FIM.

       P605-ABRE-FAMILIAS.

      * cadastro de familias opcional: sem os arquivos vale o
      * telefone do responsavel no cadastro do aluno
           SET FAMILIAS-ABERTAS-OK TO FALSE
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P605-FIM
           END-IF
           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              CLOSE VINCRESP
              GO TO P605-FIM
           END-IF
           SET FAMILIAS-ABERTAS-OK TO TRUE
           .
       P605-FIM.

       P610-NORMALIZA-FONE.

      * o gateway recebe so os digitos do telefone do responsavel
           PERFORM P615-FONE-FAMILIA THRU P615-FIM
           MOVE SPACE TO WS-FONE
           MOVE ZERO  TO WS-FONE-POS
           PERFORM VARYING WS-FONE-IDX FROM 1 BY 1
              UNTIL WS-FONE-IDX > 20
              IF WS-TL-CONTATO (WS-FONE-IDX:1) NUMERIC AND
                 WS-FONE-POS < 15
                 ADD 1 TO WS-FONE-POS
                 MOVE WS-TL-CONTATO (WS-FONE-IDX:1)
                    TO WS-FONE (WS-FONE-POS:1)
              END-IF
           END-PERFORM
           .
       P610-FIM.

       P615-FONE-FAMILIA.

      * aluno vinculado: telefone do responsavel da familia (o de
      * recado quando o principal esta em branco), o mesmo para
      * todos os irmaos
           MOVE TL-RESPONSAVEL TO WS-TL-CONTATO
           IF NOT FAMILIAS-ABERTAS-OK
              GO TO P615-FIM
           END-IF
           MOVE ID-ALUNO TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    GO TO P615-FIM
           END-READ
           MOVE ID-RSP-VRS TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    GO TO P615-FIM
           END-READ
           IF TL-RSP NOT EQUAL SPACE
              MOVE TL-RSP TO WS-TL-CONTATO
           ELSE
              IF TL2-RSP NOT EQUAL SPACE
                 MOVE TL2-RSP TO WS-TL-CONTATO
              END-IF
           END-IF
           .
       P615-FIM.

       P620-FORMATA-DATA.

           MOVE SPACE TO WS-DATA-AUX-FMT
           STRING WS-AUX-DIA DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-AUX-MES DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-AUX-ANO DELIMITED BY SIZE
                  INTO WS-DATA-AUX-FMT
           .
       P620-FIM.

       P650-PROTOCOLA.

      * cada aluno avisado fica protocolado como comunicado via SMS
      * (sem canhoto: ja nasce com a baixa do dia)
           MOVE 'COMUNICADO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM

           MOVE WS-PROX-NUMERO TO ID-COMUNICADO
           MOVE WS-AVI-ALUNO   TO ID-ALUNO-COM
           IF AVI-CONVOCACAO
              MOVE 'C'         TO TIPO-COM
           ELSE
              MOVE 'O'         TO TIPO-COM
           END-IF
           MOVE WS-DATA-DIA    TO DATA-COM
           MOVE 'S'            TO VIA-COM
           MOVE 'R'            TO STATUS-ACK-COM
           MOVE WS-DATA-DIA    TO DATA-ACK-COM
           MOVE LK-OPERADOR    TO OPERADOR-COM
           IF OPERADOR-COM EQUAL SPACE
              MOVE 'LOTE'      TO OPERADOR-COM
           END-IF
           MOVE WS-AVI-TAG     TO DESCRICAO-COM

           WRITE REG-COMUNICADO
              INVALID KEY
                 DISPLAY 'COMUNICADO ' ID-COMUNICADO
                         ' JA CADASTRADO. AVISO DO ALUNO '
                         WS-AVI-ALUNO ' NAO PROTOCOLADO.'
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-PROTOCOLOS
                 IF WS-EV-QTD < 3000
                    ADD 1 TO WS-EV-QTD
                    MOVE WS-AVI-ALUNO TO WS-EV-ALUNO (WS-EV-QTD)
                    MOVE WS-AVI-TAG   TO WS-EV-DESCRICAO (WS-EV-QTD)
                 END-IF
                 MOVE 'INCLUSAO'    TO AUD-OPERACAO
                 MOVE 'COMUNICADOS' TO AUD-ARQUIVO
                 MOVE ID-COMUNICADO TO AUD-CHAVE
                 MOVE SPACE         TO AUD-VALOR-ANTES
                 MOVE REG-COMUNICADO TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-WRITE
           .
       P650-FIM.

       P700-GRAVA-SAIDA.

           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-QTD
      * o separador do layout nao pode aparecer dentro da mensagem
              INSPECT WS-AV-PREFIXO (WS-AV-IDX)
                 REPLACING ALL ';' BY ','
              INSPECT WS-AV-NOMES (WS-AV-IDX)
                 REPLACING ALL ';' BY ','
              MOVE SPACE TO WS-LINHA-SMS
              STRING WS-AV-FONE (WS-AV-IDX)    DELIMITED BY SPACE
                     ';'                       DELIMITED BY SIZE
                     WS-AV-PREFIXO (WS-AV-IDX) DELIMITED BY '  '
                     ' '                       DELIMITED BY SIZE
                     WS-AV-NOMES (WS-AV-IDX)   DELIMITED BY '  '
                     INTO WS-LINHA-SMS
              END-STRING
              WRITE REG-SAIDA-SMS FROM WS-LINHA-SMS
              ADD 1 TO WS-CONT-MENSAGENS
           END-PERFORM
           .
       P700-FIM.

       P750-LISTA-DATA.

           MOVE ZERO TO WS-CONT

           DISPLAY 'Informe a data dos avisos (AAAAMMDD, 0 para hoje): '
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA NOT NUMERIC OR WS-DATA-DIA EQUAL ZERO
              ACCEPT WS-DATA-DIA FROM DATE YYYYMMDD
           END-IF

           SET FS-COM-OK TO TRUE
           OPEN INPUT COMUNICADOS
           IF WS-FS-COM EQUAL 35
              DISPLAY 'NENHUM COMUNICADO GRAVADO.'
              GO TO P750-FIM
           END-IF
           IF NOT FS-COM-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COMUNICADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-COM
              GO TO P750-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'AVISOS POR SMS DE ' WS-DATA-DIA

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ COMUNICADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF VIA-SMS AND DATA-COM EQUAL WS-DATA-DIA
                       ADD 1 TO WS-CONT
                       DISPLAY 'COMUNICADO ' ID-COMUNICADO
                               ' ALUNO ' ID-ALUNO-COM
                               ' ' DESCRICAO-COM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COMUNICADOS
           DISPLAY WS-CONT ' AVISO(S) POR SMS.'
           .
       P750-FIM.

       P850-PROXIMO-NUMERO.

           MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE

           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF FS-CTL-OK
              READ CONTROLE
                 KEY IS CHAVE-CONTROLE
                    INVALID KEY
                       MOVE WS-TIPO-CONTROLE TO CHAVE-CONTROLE
      * A faixa reservada da unidade (CONTROLE_FAIXA_BASE) evita a
      * colisao de chaves na consolidacao entre campi.
                       ACCEPT WS-FAIXA-BASE FROM ENVIRONMENT
                          'CONTROLE_FAIXA_BASE'
                          ON EXCEPTION
                             MOVE ZERO TO WS-FAIXA-BASE
                       END-ACCEPT
                       IF WS-FAIXA-BASE NOT NUMERIC
                          MOVE ZERO TO WS-FAIXA-BASE
                       END-IF
                       COMPUTE ULTIMO-NUMERO = WS-FAIXA-BASE + 1
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       WRITE REG-CONTROLE
                    NOT INVALID KEY
                       ADD 1 TO ULTIMO-NUMERO
                       MOVE ULTIMO-NUMERO TO WS-PROX-NUMERO
                       REWRITE REG-CONTROLE
              END-READ
           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
           END-IF

           CLOSE CONTROLE

           .
       P850-FIM.

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
              ACCEPT AUD-TERMINAL FROM ENVIRONMENT 'TERMINAL'
                 ON EXCEPTION MOVE 'LOCAL' TO AUD-TERMINAL
              END-ACCEPT
           END-IF

           MOVE 'PROGSMS' TO AUD-PROGRAMA
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
       END PROGRAM PROGSMS.
