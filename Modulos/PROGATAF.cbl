      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Ata de Resultados Finais da turma no ano letivo
      *          (documento oficial arquivado pela supervisao): termo
      *          de abertura, paginas numeradas, uma linha por aluno
      *          com a MD-NOTA final (ou o conceito) de cada
      *          disciplina, o total de faltas e o resultado final -
      *          inclusive as alteracoes do Conselho de Classe e das
      *          revisoes deferidas, as dependencias e as
      *          transferencias, abandonos e demais saidas do EVENTOS
      *          -, termo de encerramento e blocos de assinatura.
      *          Emitida pelo spool com o mesmo controle de documento
      *          numerado das declaracoes (PROGDECL). O mapa do
      *          conselho (PROGMAPA) e a listagem de situacao final
      *          (PROGLIST) continuam como documentos de trabalho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATAF.


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
           ACCESS MODE IS RANDOM
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS-DP.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS-NT.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS-TUR.

           SELECT EVENTOS ASSIGN TO
           WS-CAMINHO-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-EVENTO
           FILE STATUS IS WS-FS-EVT.

           SELECT NOTA-PEND ASSIGN TO
           WS-CAMINHO-NOTA-PEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-PENDENTE
           FILE STATUS IS WS-FS-PND.

           SELECT REVISAO ASSIGN TO
           WS-CAMINHO-REVISAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY ID-REVISAO
           FILE STATUS IS WS-FS-REV.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           FILE STATUS IS WS-FS-FRQ.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

           SELECT DOCLOG ASSIGN TO
           WS-CAMINHO-DOCLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-DCL.

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
       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  EVENTOS.
           COPY FD-EVENTOS.

       FD  NOTA-PEND.
           COPY FD-NOTA-PEND.

       FD  REVISAO.
           COPY FD-REVISAO.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  CONTROLE.
           COPY FD-CONTROLE.

      * Mesmo layout do DOCLOG das declaracoes (PROGDECL); aqui
      * DOC-ID-ALUNO guarda o ID da turma da ata.
       FD  DOCLOG.
       01  REG-DOCLOG.
           03 DOC-NUMERO                     PIC 9(05).
           03 DOC-TIPO                       PIC X(01).
           03 DOC-DATA                       PIC 9(08).
           03 DOC-HORA                       PIC 9(08).
           03 DOC-ID-ALUNO                   PIC 9(05).
           03 DOC-ANO                        PIC 9(04).
           03 DOC-OPERADOR                   PIC X(20).

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-EVENTOS                PIC X(80).
       01  WS-CAMINHO-NOTA-PEND              PIC X(80).
       01  WS-CAMINHO-REVISAO                PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-DOCLOG                 PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-DP                          PIC 99.
           88 FS-DP-OK                       VALUE 0.

       77  WS-FS-NT                          PIC 99.
           88 FS-NT-OK                       VALUE 0.

       77  WS-FS-TUR                         PIC 99.
           88 FS-TUR-OK                      VALUE 0.

       77  WS-FS-EVT                         PIC 99.
           88 FS-EVT-OK                      VALUE 0.

       77  WS-FS-PND                         PIC 99.
           88 FS-PND-OK                      VALUE 0.

       77  WS-FS-REV                         PIC 99.
           88 FS-REV-OK                      VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-DCL                         PIC 99.
           88 FS-DCL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X VALUE SPACE.
       77  WS-CONFIRMA                       PIC X VALUE SPACE.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-TURMA-ATA                      PIC 9(05) VALUE ZERO.
       77  WS-ANO-ATA                        PIC 9(04) VALUE ZERO.
       77  WS-DS-TURMA-ATA                   PIC X(20) VALUE SPACE.
       77  WS-TURNO-ATA                      PIC X(05) VALUE SPACE.
       77  WS-UNID-ATA                       PIC X(04) VALUE SPACE.
       77  WS-NUM-DOC                        PIC 9(05) VALUE ZERO.
       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-HORA-AGORA                     PIC 9(08) VALUE ZERO.

      * Limite de reprovacoes que ainda promovem com dependencia (o
      * mesmo padrao do rollover, PROGROLL).
       77  WS-MAX-DEPENDENCIAS               PIC 9(02) VALUE 3.

      * FREQUENCIA guarda so o diario do ano corrente; ata de ano
      * anterior sai com as faltas em branco.
       77  WS-FRQ-DISPONIVEL                 PIC X VALUE 'N'.
           88 FRQ-DISPONIVEL-OK              VALUE 'S' FALSE 'N'.

      * Paginacao da ata: linhas por pagina (cabecalho incluido) e
      * rodape com o numero da pagina para a rubrica.
       77  WS-MAX-LINHAS                     PIC 9(02) VALUE 56.
       77  WS-LIN-PAG                        PIC 9(02) VALUE ZERO.
       77  WS-PAGINA                         PIC 9(03) VALUE ZERO.
       77  WS-LINHAS-BLOCO                   PIC 9(02) VALUE ZERO.
       01  WS-LINHA-ATA                      PIC X(80) VALUE SPACE.

      * Disciplinas da turma no ano (colunas da ata, na ordem da
      * matricula); a grade das series chega a 12.
       77  WS-DC-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-DC-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-DC-ACHADO                      PIC 9(02) VALUE ZERO.
       77  WS-DC-EXCEDEU                     PIC X VALUE 'N'.
           88 DC-EXCEDEU-OK                  VALUE 'S' FALSE 'N'.
       01  WS-TAB-DISC.
           03 WS-DC-ITEM OCCURS 12 TIMES.
              05 WS-DC-ID                    PIC 9(05).
              05 WS-DC-NOME                  PIC X(20).
              05 WS-DC-TIPO                  PIC X(01).

      * Elenco da ata: alunos com matricula na turma/ano e os que
      * sairam da turma no ano (EVENTOS), com a celula (nota ou
      * conceito + marca) de cada disciplina e o resultado apurado.
       77  WS-AL-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-AL-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-AL-IDX2                        PIC 9(03) VALUE ZERO.
       77  WS-AL-MENOR                       PIC 9(03) VALUE ZERO.
       77  WS-AL-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-ALUNOS.
           03 WS-AL-ITEM OCCURS 200 TIMES.
              05 WS-AL-ID                    PIC 9(05).
      * Nome civil (localiza as notas e vai na ata) e nome social.
              05 WS-AL-NOME                  PIC X(20).
              05 WS-AL-SOCIAL                PIC X(20).
      * S = matricula regular na turma; N = so dependencia.
              05 WS-AL-REGULAR               PIC X(01).
              05 WS-AL-EVT-TIPO              PIC X(01).
              05 WS-AL-EVT-DATA              PIC 9(08).
              05 WS-AL-REC-DATA              PIC 9(08).
              05 WS-AL-RES                   PIC X(01).
              05 WS-AL-RESULTADO             PIC X(24).
              05 WS-AL-FALTAS                PIC 9(04).
              05 WS-AL-TEM-FALTAS            PIC X(01).
              05 WS-AL-DEP OCCURS 12 TIMES   PIC X(01).
              05 WS-AL-CEL OCCURS 12 TIMES   PIC X(06).
       01  WS-AL-AUX                         PIC X(177).

      * Notas alteradas pelo Conselho de Classe (pendencia aprovada
      * com CONSELHO no motivo, PROGALTR) ou em revisao deferida
      * (PROGREVI), pelo ID-INCLUSAO da nota.
       77  WS-CS-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-CS-IDX                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-CONSELHO.
           03 WS-CS-ID OCCURS 500 TIMES      PIC 9(05).

      * Atas ja emitidas no ano (DOCLOG tipo A), a ultima por turma.
       77  WS-AE-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-AE-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-AE-ACHADO                      PIC 9(03) VALUE ZERO.
       01  WS-TAB-ATAS.
           03 WS-AE-ITEM OCCURS 300 TIMES.
              05 WS-AE-TURMA                 PIC 9(05).
              05 WS-AE-NUMERO                PIC 9(05).
              05 WS-AE-DATA                  PIC 9(08).
       77  WS-ATA-ANTERIOR                   PIC 9(05) VALUE ZERO.

       77  WS-CONT                           PIC 9(03) VALUE ZERO.
       77  WS-QTD-NOTAS-AL                   PIC 9(03) VALUE ZERO.
       77  WS-QTD-REPROV-AL                  PIC 9(03) VALUE ZERO.
       77  WS-QTD-ABERTA-AL                  PIC 9(03) VALUE ZERO.
       77  WS-CONSELHO-AL                    PIC X VALUE 'N'.
           88 CONSELHO-AL-OK                 VALUE 'S' FALSE 'N'.
       77  WS-MARCA                          PIC X(01) VALUE SPACE.
       77  WS-NOTA-CONC                      PIC 9(02)V99 VALUE ZERO.
       77  WS-CONCEITO                       PIC X(01) VALUE SPACE.
       77  WS-NOTA-ED                        PIC Z9,99.
       77  WS-NO-ED                          PIC ZZ9.
       77  WS-FALTAS-ED                      PIC ZZZ9.
       77  WS-QTD-ED                         PIC ZZ9.
       77  WS-COL                            PIC 9(03) VALUE ZERO.
       77  WS-NO-ALUNO                       PIC 9(03) VALUE ZERO.
       77  WS-QTD-DEP-SO                     PIC 9(03) VALUE ZERO.
       77  WS-QTD-PENDENTES                  PIC 9(03) VALUE ZERO.
       77  WS-QTD-SEM-ATA                    PIC 9(03) VALUE ZERO.

       01  WS-DATA-AUX.
           03 WS-DA-ANO                      PIC 9(04).
           03 WS-DA-MES                      PIC 9(02).
           03 WS-DA-DIA                      PIC 9(02).
       01  WS-DATA-ED.
           03 WS-DE-DIA                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DE-MES                      PIC 9(02).
           03 FILLER                         PIC X(01) VALUE '/'.
           03 WS-DE-ANO                      PIC 9(04).

      * Quadro de resultados do termo de encerramento: codigo do
      * resultado (WS-AL-RES) e descricao.
       77  WS-RS-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-RESULTADOS.
           03 FILLER PIC X(36) VALUE
              'AAPROVADOS                          '.
           03 FILLER PIC X(36) VALUE
              'CAPROVADOS PELO CONSELHO DE CLASSE  '.
           03 FILLER PIC X(36) VALUE
              'DAPROVADOS COM DEPENDENCIA          '.
           03 FILLER PIC X(36) VALUE
              'RREPROVADOS                         '.
           03 FILLER PIC X(36) VALUE
              'TTRANSFERIDOS                       '.
           03 FILLER PIC X(36) VALUE
              'BABANDONO                           '.
           03 FILLER PIC X(36) VALUE
              'FFALECIDOS                          '.
           03 FILLER PIC X(36) VALUE
              'XMATRICULAS CANCELADAS              '.
           03 FILLER PIC X(36) VALUE
              'PRESULTADO PENDENTE                 '.
           03 FILLER PIC X(36) VALUE
              'KDEPENDENCIAS CUMPRIDAS NA TURMA    '.
           03 FILLER PIC X(36) VALUE
              'NDEPENDENCIAS NAO CUMPRIDAS         '.
       01  FILLER REDEFINES WS-TAB-RESULTADOS.
           03 WS-RS-ITEM OCCURS 11 TIMES.
              05 WS-RS-COD                   PIC X(01).
              05 WS-RS-DESC                  PIC X(35).
       01  WS-TAB-TOTAIS.
           03 WS-RS-TOT OCCURS 11 TIMES      PIC 9(03).

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
           03 LK-UNIDADE                      PIC X(04).

      ******************************************************************
       PROCEDURE DIVISION USING LK-COM-AREA.

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
           DISPLAY 'ATA DE RESULTADOS FINAIS DA TURMA'
           DISPLAY '***************************************************'

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
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

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT
              'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-EVENTOS FROM ENVIRONMENT 'EVENTOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'EVENTOS.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-EVENTOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTA-PEND FROM ENVIRONMENT
              'NOTA_PEND_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTA-PEND.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTA-PEND
           END-ACCEPT

           ACCEPT WS-CAMINHO-REVISAO FROM ENVIRONMENT 'REVISAO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'REVISAO.dat'       DELIMITED BY SIZE
                        INTO WS-CAMINHO-REVISAO
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-DOCLOG FROM ENVIRONMENT 'DOCLOG_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DOCLOG.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-DOCLOG
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

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
           DISPLAY WS-LINHA-SPOOL
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
           END-IF
           .
       P070-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|   1 - Emitir Ata de Resultados Finais           |'
           DISPLAY '|   2 - Turmas do Ano sem Ata Emitida             |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-EMITE-ATA THRU P200-FIM
              WHEN '2'
                 PERFORM P400-TURMAS-SEM-ATA THRU P400-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-EMITE-ATA.

           PERFORM P205-TURMA-ANO THRU P205-FIM
           IF WS-TURMA-ATA EQUAL ZERO
              GO TO P200-FIM
           END-IF

      * Ata ja emitida para a turma/ano: a nova via substitui a
      * anterior e cita o numero dela no termo de abertura.
           PERFORM P210-ATAS-EMITIDAS THRU P210-FIM
           MOVE ZERO TO WS-ATA-ANTERIOR
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
              UNTIL WS-AE-IDX > WS-AE-QTD
              IF WS-AE-TURMA (WS-AE-IDX) EQUAL WS-TURMA-ATA
                 MOVE WS-AE-NUMERO (WS-AE-IDX) TO WS-ATA-ANTERIOR
                 MOVE WS-AE-DATA (WS-AE-IDX) TO WS-DATA-AUX
              END-IF
           END-PERFORM
           IF WS-ATA-ANTERIOR NOT EQUAL ZERO
              PERFORM P590-DATA-EDITADA THRU P590-FIM
              DISPLAY 'ATA DA TURMA/ANO JA EMITIDA: DOCUMENTO No '
                      WS-ATA-ANTERIOR ' EM ' WS-DATA-ED '.'
              DISPLAY 'Emitir nova via, que substitui a anterior '
                      '(S/N)? '
              MOVE SPACE TO WS-CONFIRMA
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'EMISSAO CANCELADA.'
                 GO TO P200-FIM
              END-IF
           END-IF

           PERFORM P220-CARREGA-TURMA THRU P220-FIM
           IF DC-EXCEDEU-OK
              DISPLAY 'TURMA COM MAIS DE 12 DISCIPLINAS NO ANO. ATA '
                      'NAO EMITIDA; CONFIRA AS MATRICULAS DA TURMA.'
              GO TO P200-FIM
           END-IF

           PERFORM P230-CARREGA-EVENTOS THRU P230-FIM

           IF WS-AL-QTD EQUAL ZERO
              DISPLAY 'NENHUM ALUNO NA TURMA/ANO. ATA NAO EMITIDA.'
              GO TO P200-FIM
           END-IF

           PERFORM P240-CARREGA-CONSELHO THRU P240-FIM
           PERFORM P250-NOMES-DOS-ALUNOS THRU P250-FIM
           PERFORM P260-ORDENA-ALUNOS THRU P260-FIM

           IF WS-ANO-ATA EQUAL LK-SESSAO-DATA(1:4)
              SET FRQ-DISPONIVEL-OK TO TRUE
           ELSE
              SET FRQ-DISPONIVEL-OK TO FALSE
              DISPLAY 'AVISO: FALTAS DE ANO ANTERIOR NAO FICAM NA '
                      'FREQUENCIA; A COLUNA SAI EM BRANCO.'
           END-IF

           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE ZERO TO WS-QTD-DEP-SO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              PERFORM P300-APURA-ALUNO THRU P300-FIM
              IF WS-AL-RES (WS-AL-IDX) EQUAL 'P'
                 ADD 1 TO WS-QTD-PENDENTES
                 DISPLAY 'RESULTADO PENDENTE: ' WS-AL-ID (WS-AL-IDX)
                         ' ' WS-AL-NOME (WS-AL-IDX)
              END-IF
              IF WS-AL-REGULAR (WS-AL-IDX) NOT EQUAL 'S'
                 ADD 1 TO WS-QTD-DEP-SO
              END-IF
           END-PERFORM

      * A ata e o registro definitivo: com resultado em aberto, so
      * sai com a confirmacao do operador.
           IF WS-QTD-PENDENTES NOT EQUAL ZERO
              DISPLAY WS-QTD-PENDENTES ' ALUNO(S) SEM RESULTADO '
                      'FINAL. Emitir assim mesmo (S/N)? '
              MOVE SPACE TO WS-CONFIRMA
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'EMISSAO CANCELADA.'
                 GO TO P200-FIM
              END-IF
           END-IF

           MOVE 'DOCUMENTO' TO WS-TIPO-CONTROLE
           PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
           MOVE WS-PROX-NUMERO TO WS-NUM-DOC

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           PERFORM P500-IMPRIME-ATA THRU P500-FIM
           PERFORM P600-GRAVA-DOCLOG THRU P600-FIM

           MOVE 'ATA-FINAL' TO AUD-OPERACAO
           MOVE 'DOCLOG'    TO AUD-ARQUIVO
           MOVE WS-NUM-DOC  TO AUD-CHAVE
           MOVE SPACE       TO AUD-VALOR-ANTES
           MOVE REG-DOCLOG  TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

           DISPLAY 'ATA DE RESULTADOS FINAIS No ' WS-NUM-DOC
                   ' EMITIDA NO SPOOL (' WS-PAGINA ' PAGINA(S)).'
           .
       P200-FIM.

       P205-TURMA-ANO.

           DISPLAY ' '
           DISPLAY 'Informe o ID da turma (0 para voltar): '
           MOVE ZERO TO WS-TURMA-ATA
           ACCEPT WS-TURMA-ATA
           IF WS-TURMA-ATA NOT NUMERIC OR WS-TURMA-ATA EQUAL ZERO
              MOVE ZERO TO WS-TURMA-ATA
              GO TO P205-FIM
           END-IF

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TUR
              MOVE ZERO TO WS-TURMA-ATA
              GO TO P205-FIM
           END-IF

           MOVE WS-TURMA-ATA TO ID-TURMA
           READ TURMAS
              KEY IS ID-TURMA
                 INVALID KEY
                    DISPLAY 'TURMA NAO CADASTRADA.'
                    MOVE ZERO TO WS-TURMA-ATA
                 NOT INVALID KEY
                    MOVE DS-TURMA   TO WS-DS-TURMA-ATA
                    MOVE UNID-TURMA TO WS-UNID-ATA
                    EVALUATE TRUE
                       WHEN TURNO-MANHA
                          MOVE 'MANHA' TO WS-TURNO-ATA
                       WHEN TURNO-TARDE
                          MOVE 'TARDE' TO WS-TURNO-ATA
                       WHEN TURNO-NOITE
                          MOVE 'NOITE' TO WS-TURNO-ATA
                       WHEN OTHER
                          MOVE SPACE TO WS-TURNO-ATA
                    END-EVALUATE
                    MOVE ANO-TURMA TO WS-ANO-ATA
           END-READ
           CLOSE TURMAS

           IF WS-TURMA-ATA EQUAL ZERO
              GO TO P205-FIM
           END-IF

           IF LK-UNIDADE NOT EQUAL SPACE AND
              WS-UNID-ATA NOT EQUAL LK-UNIDADE
              DISPLAY 'TURMA DA UNIDADE ' WS-UNID-ATA
                      ' - FORA DA ALCADA DO OPERADOR (' LK-UNIDADE
                      ').'
              MOVE ZERO TO WS-TURMA-ATA
              GO TO P205-FIM
           END-IF

           DISPLAY 'Turma: ' WS-DS-TURMA-ATA ' Unidade: ' WS-UNID-ATA

           IF WS-ANO-ATA NOT NUMERIC OR WS-ANO-ATA EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATA
           END-IF
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-ATA '): '
           ACCEPT WS-ANO-ATA
           IF WS-ANO-ATA NOT NUMERIC OR WS-ANO-ATA EQUAL ZERO
              MOVE ANO-TURMA TO WS-ANO-ATA
              IF WS-ANO-ATA NOT NUMERIC OR WS-ANO-ATA EQUAL ZERO
                 MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATA
              END-IF
           END-IF
           .
       P205-FIM.

       P210-ATAS-EMITIDAS.

      * Atas (DOC-TIPO A) do ano no controle de documentos; a ultima
      * emissao de cada turma prevalece.
           MOVE ZERO TO WS-AE-QTD

           SET FS-DCL-OK TO TRUE
           OPEN INPUT DOCLOG
           IF WS-FS-DCL EQUAL 35
              GO TO P210-FIM
           END-IF
           IF NOT FS-DCL-OK
              DISPLAY 'ERRO AO ABRIR O CONTROLE DE DOCUMENTOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DCL
              GO TO P210-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ DOCLOG
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DOC-TIPO EQUAL 'A' AND DOC-ANO EQUAL WS-ANO-ATA
                       PERFORM P215-GUARDA-ATA THRU P215-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DOCLOG
           .
       P210-FIM.

       P215-GUARDA-ATA.

           MOVE ZERO TO WS-AE-ACHADO
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
              UNTIL WS-AE-IDX > WS-AE-QTD
              IF WS-AE-TURMA (WS-AE-IDX) EQUAL DOC-ID-ALUNO
                 MOVE WS-AE-IDX TO WS-AE-ACHADO
                 MOVE WS-AE-QTD TO WS-AE-IDX
              END-IF
           END-PERFORM

           IF WS-AE-ACHADO EQUAL ZERO
              IF WS-AE-QTD >= 300
                 GO TO P215-FIM
              END-IF
              ADD 1 TO WS-AE-QTD
              MOVE WS-AE-QTD TO WS-AE-ACHADO
           END-IF

           MOVE DOC-ID-ALUNO TO WS-AE-TURMA (WS-AE-ACHADO)
           MOVE DOC-NUMERO   TO WS-AE-NUMERO (WS-AE-ACHADO)
           MOVE DOC-DATA     TO WS-AE-DATA (WS-AE-ACHADO)
           .
       P215-FIM.

       P220-CARREGA-TURMA.

      * Elenco e colunas da ata pela chave alternativa turma/ano da
      * MATRICULA: matricula regular poe o aluno no corpo da ata; a
      * de dependencia marca a disciplina cursada em dependencia.
           MOVE ZERO TO WS-AL-QTD
           MOVE ZERO TO WS-DC-QTD
           SET DC-EXCEDEU-OK TO FALSE

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P220-FIM
           END-IF

           MOVE WS-TURMA-ATA TO TURMA-MATRICULA
           MOVE WS-ANO-ATA   TO ANO-MATRICULA
           SET EOF-OK TO FALSE
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
                    IF TURMA-MATRICULA NOT EQUAL WS-TURMA-ATA OR
                       ANO-MATRICULA NOT EQUAL WS-ANO-ATA
                       SET EOF-OK TO TRUE
                    ELSE
                       MOVE ID-ALUNO-MAT TO WS-AL-ACHADO
                       PERFORM P222-GUARDA-ALUNO THRU P222-FIM
                       PERFORM P224-GUARDA-DISCIPLINA THRU P224-FIM
                       IF WS-AL-ACHADO NOT EQUAL ZERO AND
                          WS-DC-ACHADO NOT EQUAL ZERO
                          IF MATRICULA-DEPENDENCIA
                             MOVE 'D' TO WS-AL-DEP (WS-AL-ACHADO
                                                    WS-DC-ACHADO)
                          ELSE
                             MOVE 'S'
                                TO WS-AL-REGULAR (WS-AL-ACHADO)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MATRICULA
           .
       P220-FIM.

       P222-GUARDA-ALUNO.

      * Entra com o ID do aluno em WS-AL-ACHADO; sai com a posicao
      * no elenco (zero se o elenco estiver cheio).
           MOVE WS-AL-ACHADO TO WS-AL-IDX2
           MOVE ZERO TO WS-AL-ACHADO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-ID (WS-AL-IDX) EQUAL WS-AL-IDX2
                 MOVE WS-AL-IDX TO WS-AL-ACHADO
                 MOVE WS-AL-QTD TO WS-AL-IDX
              END-IF
           END-PERFORM

           IF WS-AL-ACHADO NOT EQUAL ZERO
              GO TO P222-FIM
           END-IF

           IF WS-AL-QTD >= 200
              DISPLAY 'ELENCO DA ATA LIMITADO A 200 ALUNOS; ALUNO '
                      WS-AL-IDX2 ' NAO RELACIONADO.'
              GO TO P222-FIM
           END-IF

           ADD 1 TO WS-AL-QTD
           MOVE WS-AL-QTD TO WS-AL-ACHADO
           INITIALIZE WS-AL-ITEM (WS-AL-ACHADO)
           MOVE WS-AL-IDX2 TO WS-AL-ID (WS-AL-ACHADO)
           MOVE 'N'        TO WS-AL-REGULAR (WS-AL-ACHADO)
           .
       P222-FIM.

       P224-GUARDA-DISCIPLINA.

           MOVE ZERO TO WS-DC-ACHADO
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > WS-DC-QTD
              IF WS-DC-ID (WS-DC-IDX) EQUAL ID-DISCIPLINA-MAT
                 MOVE WS-DC-IDX TO WS-DC-ACHADO
                 MOVE WS-DC-QTD TO WS-DC-IDX
              END-IF
           END-PERFORM

           IF WS-DC-ACHADO NOT EQUAL ZERO
              GO TO P224-FIM
           END-IF

           IF WS-DC-QTD >= 12
              SET DC-EXCEDEU-OK TO TRUE
              GO TO P224-FIM
           END-IF

           ADD 1 TO WS-DC-QTD
           MOVE WS-DC-QTD TO WS-DC-ACHADO
           MOVE ID-DISCIPLINA-MAT TO WS-DC-ID (WS-DC-ACHADO)
           MOVE 'DISCIPLINA REMOVIDA' TO WS-DC-NOME (WS-DC-ACHADO)
           MOVE 'N' TO WS-DC-TIPO (WS-DC-ACHADO)

           SET FS-DP-OK TO TRUE
           OPEN INPUT DISCIPLINAS
           IF FS-DP-OK
              MOVE ID-DISCIPLINA-MAT TO ID-DISCIPLINA IN REG-DISCIPLINA
              READ DISCIPLINAS
                 KEY IS ID-DISCIPLINA IN REG-DISCIPLINA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE NM-DISCIPLINA IN REG-DISCIPLINA
                          TO WS-DC-NOME (WS-DC-ACHADO)
                       EVALUATE TRUE
                          WHEN AVAL-CONCEITO
                             MOVE 'C' TO WS-DC-TIPO (WS-DC-ACHADO)
                          WHEN AVAL-PARECER
                             MOVE 'P' TO WS-DC-TIPO (WS-DC-ACHADO)
                          WHEN OTHER
                             MOVE 'N' TO WS-DC-TIPO (WS-DC-ACHADO)
                       END-EVALUATE
              END-READ
              CLOSE DISCIPLINAS
           END-IF
           .
       P224-FIM.

       P230-CARREGA-EVENTOS.

      * Movimentos do ano: o ultimo de cada aluno decide (saida
      * depois de readmissao conta; readmissao depois de saida
      * devolve o aluno ao resultado pelas notas). Quem saiu da
      * turma no ano e ja nao tem matricula entra pelo TURMA-EVT.
           SET FS-EVT-OK TO TRUE
           OPEN INPUT EVENTOS
           IF WS-FS-EVT EQUAL 35
              GO TO P230-FIM
           END-IF
           IF NOT FS-EVT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-EVT
              GO TO P230-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ EVENTOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-EVT(1:4) EQUAL WS-ANO-ATA AND
                       (EVT-ADMISSAO OR EVT-TRANSF-RECEBIDA OR
                        EVT-TRANSF-EXPEDIDA OR EVT-ABANDONO OR
                        EVT-FALECIMENTO OR EVT-SAIDA-CADASTRO)
                       PERFORM P232-EVENTO-ALUNO THRU P232-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE EVENTOS
           .
       P230-FIM.

       P232-EVENTO-ALUNO.

           MOVE ZERO TO WS-AL-ACHADO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-ID (WS-AL-IDX) EQUAL ID-ALUNO-EVT
                 MOVE WS-AL-IDX TO WS-AL-ACHADO
                 MOVE WS-AL-QTD TO WS-AL-IDX
              END-IF
           END-PERFORM

           IF WS-AL-ACHADO EQUAL ZERO
              IF TURMA-EVT NOT NUMERIC OR
                 TURMA-EVT NOT EQUAL WS-TURMA-ATA
                 GO TO P232-FIM
              END-IF
              IF EVT-ADMISSAO OR EVT-TRANSF-RECEBIDA
                 GO TO P232-FIM
              END-IF
              MOVE ID-ALUNO-EVT TO WS-AL-ACHADO
              PERFORM P222-GUARDA-ALUNO THRU P222-FIM
              IF WS-AL-ACHADO EQUAL ZERO
                 GO TO P232-FIM
              END-IF
              MOVE 'S' TO WS-AL-REGULAR (WS-AL-ACHADO)
           END-IF

           IF DATA-EVT >= WS-AL-EVT-DATA (WS-AL-ACHADO)
              MOVE TIPO-EVT TO WS-AL-EVT-TIPO (WS-AL-ACHADO)
              MOVE DATA-EVT TO WS-AL-EVT-DATA (WS-AL-ACHADO)
           END-IF

           IF EVT-TRANSF-RECEBIDA
              MOVE DATA-EVT TO WS-AL-REC-DATA (WS-AL-ACHADO)
           END-IF
           .
       P232-FIM.

       P240-CARREGA-CONSELHO.

           MOVE ZERO TO WS-CS-QTD

           SET FS-PND-OK TO TRUE
           OPEN INPUT NOTA-PEND
           IF FS-PND-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ NOTA-PEND NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF PEND-APROVADA
                          MOVE ZERO TO WS-CONT
                          INSPECT MOTIVO-PEND TALLYING WS-CONT
                             FOR ALL 'CONSELHO'
                          IF WS-CONT GREATER THAN ZERO AND
                             WS-CS-QTD < 500
                             ADD 1 TO WS-CS-QTD
                             MOVE ID-INCLUSAO-PEND
                                TO WS-CS-ID (WS-CS-QTD)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTA-PEND
           END-IF

           SET FS-REV-OK TO TRUE
           OPEN INPUT REVISAO
           IF FS-REV-OK
              SET EOF-OK TO FALSE
              PERFORM UNTIL EOF-OK
                 READ REVISAO NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF REV-DEFERIDA AND ANO-REV EQUAL WS-ANO-ATA
                          AND WS-CS-QTD < 500
                          ADD 1 TO WS-CS-QTD
                          MOVE ID-INCLUSAO-REV TO WS-CS-ID (WS-CS-QTD)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVISAO
           END-IF
           .
       P240-FIM.

       P250-NOMES-DOS-ALUNOS.

      * Documento oficial: nome civil na linha do aluno, com o nome
      * social ao lado quando registrado.
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P250-FIM
           END-IF

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO
              READ ALUNOS
                 KEY IS ID-ALUNO
                    INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-AL-NOME (WS-AL-IDX)
                    NOT INVALID KEY
                       MOVE NM-ALUNO IN REG-ALUNO
                          TO WS-AL-NOME (WS-AL-IDX)
                       MOVE NM-SOCIAL-ALUNO
                          TO WS-AL-SOCIAL (WS-AL-IDX)
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           .
       P250-FIM.

       P260-ORDENA-ALUNOS.

      * Ordem alfabetica do nome civil (selecao direta).
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX >= WS-AL-QTD
              MOVE WS-AL-IDX TO WS-AL-MENOR
              PERFORM VARYING WS-AL-IDX2 FROM WS-AL-IDX BY 1
                 UNTIL WS-AL-IDX2 > WS-AL-QTD
                 IF WS-AL-NOME (WS-AL-IDX2) <
                    WS-AL-NOME (WS-AL-MENOR)
                    MOVE WS-AL-IDX2 TO WS-AL-MENOR
                 END-IF
              END-PERFORM
              IF WS-AL-MENOR NOT EQUAL WS-AL-IDX
                 MOVE WS-AL-ITEM (WS-AL-IDX) TO WS-AL-AUX
                 MOVE WS-AL-ITEM (WS-AL-MENOR)
                    TO WS-AL-ITEM (WS-AL-IDX)
                 MOVE WS-AL-AUX TO WS-AL-ITEM (WS-AL-MENOR)
              END-IF
           END-PERFORM
           .
       P260-FIM.

       P300-APURA-ALUNO.

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > 12
              MOVE '  -   ' TO WS-AL-CEL (WS-AL-IDX WS-DC-IDX)
           END-PERFORM
           MOVE ZERO TO WS-AL-FALTAS (WS-AL-IDX)
           MOVE 'N'  TO WS-AL-TEM-FALTAS (WS-AL-IDX)

           MOVE ZERO TO WS-QTD-NOTAS-AL
           MOVE ZERO TO WS-QTD-REPROV-AL
           MOVE ZERO TO WS-QTD-ABERTA-AL
           SET CONSELHO-AL-OK TO FALSE

           IF WS-AL-NOME (WS-AL-IDX) NOT EQUAL 'NAO CADASTRADO'
              PERFORM P310-NOTAS-DO-ALUNO THRU P310-FIM
           END-IF

           IF FRQ-DISPONIVEL-OK
              PERFORM P320-FALTAS-DO-ALUNO THRU P320-FIM
           END-IF

           PERFORM P330-RESULTADO THRU P330-FIM
           .
       P300-FIM.

       P310-NOTAS-DO-ALUNO.

      * Notas do ano pela chave alternativa de nome de NOTAS. Para o
      * aluno da turma contam todas as notas do ano, como no
      * rollover; para quem so cursa dependencia aqui, apenas as
      * disciplinas da dependencia.
           SET FS-NT-OK TO TRUE
           OPEN INPUT NOTAS
           IF NOT FS-NT-OK
              GO TO P310-FIM
           END-IF

           MOVE WS-AL-NOME (WS-AL-IDX) TO NM-ALUNO IN REG-NOTAS
           START NOTAS KEY IS EQUAL NM-ALUNO IN REG-NOTAS
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-NOTAS NOT EQUAL
                       WS-AL-NOME (WS-AL-IDX)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ANO-LETIVO IN REG-NOTAS EQUAL WS-ANO-ATA
                          PERFORM P315-NOTA-DO-ANO THRU P315-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NOTAS
           .
       P310-FIM.

       P315-NOTA-DO-ANO.

           MOVE ZERO TO WS-DC-ACHADO
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > WS-DC-QTD
              IF WS-DC-ID (WS-DC-IDX) EQUAL
                 ID-DISCIPLINA IN REG-NOTAS
                 MOVE WS-DC-IDX TO WS-DC-ACHADO
                 MOVE WS-DC-QTD TO WS-DC-IDX
              END-IF
           END-PERFORM

           IF WS-AL-REGULAR (WS-AL-IDX) NOT EQUAL 'S'
              IF WS-DC-ACHADO EQUAL ZERO
                 GO TO P315-FIM
              END-IF
              IF WS-AL-DEP (WS-AL-IDX WS-DC-ACHADO) NOT EQUAL 'D'
                 GO TO P315-FIM
              END-IF
           END-IF

           ADD 1 TO WS-QTD-NOTAS-AL
           EVALUATE ST-ALUNO IN REG-NOTAS
              WHEN 'REPROVADO'
                 ADD 1 TO WS-QTD-REPROV-AL
              WHEN 'APROVADO'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-QTD-ABERTA-AL
           END-EVALUATE

           MOVE SPACE TO WS-MARCA
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
              UNTIL WS-CS-IDX > WS-CS-QTD
              IF WS-CS-ID (WS-CS-IDX) EQUAL ID-INCLUSAO
                 MOVE 'C' TO WS-MARCA
                 MOVE WS-CS-QTD TO WS-CS-IDX
              END-IF
           END-PERFORM
           IF WS-MARCA EQUAL 'C' AND
              ST-ALUNO IN REG-NOTAS EQUAL 'APROVADO'
              SET CONSELHO-AL-OK TO TRUE
           END-IF

           IF WS-DC-ACHADO EQUAL ZERO
              GO TO P315-FIM
           END-IF

           IF WS-MARCA EQUAL SPACE AND
              WS-AL-DEP (WS-AL-IDX WS-DC-ACHADO) EQUAL 'D'
              MOVE 'D' TO WS-MARCA
           END-IF

           MOVE SPACE TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)
           EVALUATE TRUE
              WHEN MD-NOTA IN REG-NOTAS NOT NUMERIC
                 MOVE '  -  '
                    TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)(1:5)
              WHEN WS-DC-TIPO (WS-DC-ACHADO) EQUAL 'P'
                 MOVE ' PAR '
                    TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)(1:5)
              WHEN WS-DC-TIPO (WS-DC-ACHADO) EQUAL 'C'
                 MOVE MD-NOTA IN REG-NOTAS TO WS-NOTA-CONC
                 PERFORM P317-CONCEITO THRU P317-FIM
                 MOVE WS-CONCEITO
                    TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)(3:1)
              WHEN OTHER
                 MOVE MD-NOTA IN REG-NOTAS TO WS-NOTA-ED
                 MOVE WS-NOTA-ED
                    TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)(1:5)
           END-EVALUATE
           MOVE WS-MARCA TO WS-AL-CEL (WS-AL-IDX WS-DC-ACHADO)(6:1)
           .
       P315-FIM.

       P317-CONCEITO.

      * Faixas da rede para disciplinas avaliadas por conceito (as
      * mesmas do boletim): O (otimo) >= 9,00; B (bom) >= 7,00;
      * R (regular) >= 5,00; I (insatisfatorio) abaixo de 5,00.
           EVALUATE TRUE
              WHEN WS-NOTA-CONC >= 9
                 MOVE 'O' TO WS-CONCEITO
              WHEN WS-NOTA-CONC >= 7
                 MOVE 'B' TO WS-CONCEITO
              WHEN WS-NOTA-CONC >= 5
                 MOVE 'R' TO WS-CONCEITO
              WHEN OTHER
                 MOVE 'I' TO WS-CONCEITO
           END-EVALUATE
           .
       P317-FIM.

       P320-FALTAS-DO-ALUNO.

      * Total de faltas lancadas no diario do ano (disciplina zero e
      * o dia escolar da catraca e fica de fora).
           SET FS-FRQ-OK TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-FRQ-OK
              GO TO P320-FIM
           END-IF

           MOVE WS-AL-ID (WS-AL-IDX) TO ID-ALUNO-FRQ
           MOVE ZERO TO ID-DISCIPLINA-FRQ
           MOVE ZERO TO TRIMESTRE-FRQ
           SET EOF-OK TO FALSE
           START FREQUENCIA KEY IS GREATER THAN OR EQUAL
              CHAVE-FREQUENCIA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ FREQUENCIA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-FRQ NOT EQUAL WS-AL-ID (WS-AL-IDX)
                       SET EOF-OK TO TRUE
                    ELSE
                       IF ID-DISCIPLINA-FRQ NOT EQUAL ZERO AND
                          FALTAS-FRQ NUMERIC
                          PERFORM P325-SOMA-FALTAS THRU P325-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FREQUENCIA
           .
       P320-FIM.

       P325-SOMA-FALTAS.

           IF WS-AL-REGULAR (WS-AL-IDX) NOT EQUAL 'S'
              MOVE ZERO TO WS-DC-ACHADO
              PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                 UNTIL WS-DC-IDX > WS-DC-QTD
                 IF WS-DC-ID (WS-DC-IDX) EQUAL ID-DISCIPLINA-FRQ
                    MOVE WS-DC-IDX TO WS-DC-ACHADO
                    MOVE WS-DC-QTD TO WS-DC-IDX
                 END-IF
              END-PERFORM
              IF WS-DC-ACHADO EQUAL ZERO
                 GO TO P325-FIM
              END-IF
              IF WS-AL-DEP (WS-AL-IDX WS-DC-ACHADO) NOT EQUAL 'D'
                 GO TO P325-FIM
              END-IF
           END-IF

           ADD FALTAS-FRQ TO WS-AL-FALTAS (WS-AL-IDX)
           MOVE 'S' TO WS-AL-TEM-FALTAS (WS-AL-IDX)
           .
       P325-FIM.

       P330-RESULTADO.

      * Ultimo movimento do ano que tira o aluno da turma prevalece
      * sobre as notas; sem ele, o resultado vem das notas do ano:
      * reprovacoes ate o limite promovem com dependencia.
           MOVE SPACE TO WS-AL-RESULTADO (WS-AL-IDX)
           MOVE WS-AL-EVT-DATA (WS-AL-IDX) TO WS-DATA-AUX
           PERFORM P590-DATA-EDITADA THRU P590-FIM

           IF WS-AL-REGULAR (WS-AL-IDX) EQUAL 'S'
              EVALUATE TRUE
                 WHEN WS-AL-EVT-TIPO (WS-AL-IDX) EQUAL 'E'
                    MOVE 'T' TO WS-AL-RES (WS-AL-IDX)
                    STRING 'TRANSFERIDO ' DELIMITED BY SIZE
                           WS-DATA-ED     DELIMITED BY SIZE
                           INTO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-AL-EVT-TIPO (WS-AL-IDX) EQUAL 'B'
                    MOVE 'B' TO WS-AL-RES (WS-AL-IDX)
                    STRING 'ABANDONO '    DELIMITED BY SIZE
                           WS-DATA-ED     DELIMITED BY SIZE
                           INTO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-AL-EVT-TIPO (WS-AL-IDX) EQUAL 'F'
                    MOVE 'F' TO WS-AL-RES (WS-AL-IDX)
                    STRING 'FALECIMENTO ' DELIMITED BY SIZE
                           WS-DATA-ED     DELIMITED BY SIZE
                           INTO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-AL-EVT-TIPO (WS-AL-IDX) EQUAL 'X'
                    MOVE 'X' TO WS-AL-RES (WS-AL-IDX)
                    STRING 'CANCELADO '   DELIMITED BY SIZE
                           WS-DATA-ED     DELIMITED BY SIZE
                           INTO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-QTD-NOTAS-AL EQUAL ZERO OR
                      WS-QTD-ABERTA-AL GREATER THAN ZERO
                    MOVE 'P' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'RESULTADO PENDENTE'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-QTD-REPROV-AL > WS-MAX-DEPENDENCIAS
                    MOVE 'R' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'REPROVADO' TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-QTD-REPROV-AL GREATER THAN ZERO
                    MOVE 'D' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'APROVADO C/ DEPENDENCIA'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN CONSELHO-AL-OK
                    MOVE 'C' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'APROVADO PELO CONSELHO'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN OTHER
                    MOVE 'A' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'APROVADO' TO WS-AL-RESULTADO (WS-AL-IDX)
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN WS-QTD-NOTAS-AL EQUAL ZERO OR
                      WS-QTD-ABERTA-AL GREATER THAN ZERO
                    MOVE 'P' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'RESULTADO PENDENTE'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN WS-QTD-REPROV-AL GREATER THAN ZERO
                    MOVE 'N' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'DEPENDENCIA NAO CUMPRIDA'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
                 WHEN OTHER
                    MOVE 'K' TO WS-AL-RES (WS-AL-IDX)
                    MOVE 'DEPENDENCIA CUMPRIDA'
                       TO WS-AL-RESULTADO (WS-AL-IDX)
              END-EVALUATE
           END-IF
           .
       P330-FIM.

       P400-TURMAS-SEM-ATA.

      * Conferencia para o arquivamento anual exigido pela
      * supervisao: turmas do ano (da unidade do operador, se
      * restrito) com e sem ata de resultados finais emitida.
           MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATA
           DISPLAY 'Ano letivo (<ENTER> = ' WS-ANO-ATA '): '
           ACCEPT WS-ANO-ATA
           IF WS-ANO-ATA NOT NUMERIC OR WS-ANO-ATA EQUAL ZERO
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-ATA
           END-IF

           PERFORM P210-ATAS-EMITIDAS THRU P210-FIM

           SET FS-TUR-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-TUR
              GO TO P400-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'ATAS DE RESULTADOS FINAIS - ANO LETIVO ' WS-ANO-ATA
           DISPLAY 'TURMA DESCRICAO            UNID SITUACAO'

           MOVE ZERO TO WS-CONT
           MOVE ZERO TO WS-QTD-SEM-ATA
           MOVE ZERO TO ID-TURMA
           SET EOF-OK TO FALSE
           START TURMAS KEY IS GREATER THAN OR EQUAL ID-TURMA
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
              READ TURMAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-TURMA EQUAL WS-ANO-ATA AND
                       (LK-UNIDADE EQUAL SPACE OR
                        UNID-TURMA EQUAL LK-UNIDADE)
                       PERFORM P410-SITUACAO-TURMA THRU P410-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TURMAS

           DISPLAY ' '
           DISPLAY 'TURMAS DO ANO: ' WS-CONT
                   '   SEM ATA EMITIDA: ' WS-QTD-SEM-ATA
           .
       P400-FIM.

       P410-SITUACAO-TURMA.

           ADD 1 TO WS-CONT
           MOVE SPACE TO WS-LINHA-ATA
           MOVE ID-TURMA   TO WS-LINHA-ATA(1:5)
           MOVE DS-TURMA   TO WS-LINHA-ATA(7:20)
           MOVE UNID-TURMA TO WS-LINHA-ATA(28:4)

           MOVE ZERO TO WS-AE-ACHADO
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
              UNTIL WS-AE-IDX > WS-AE-QTD
              IF WS-AE-TURMA (WS-AE-IDX) EQUAL ID-TURMA
                 MOVE WS-AE-IDX TO WS-AE-ACHADO
                 MOVE WS-AE-QTD TO WS-AE-IDX
              END-IF
           END-PERFORM

           IF WS-AE-ACHADO EQUAL ZERO
              ADD 1 TO WS-QTD-SEM-ATA
              MOVE 'SEM ATA EMITIDA' TO WS-LINHA-ATA(33:15)
           ELSE
              MOVE WS-AE-DATA (WS-AE-ACHADO) TO WS-DATA-AUX
              PERFORM P590-DATA-EDITADA THRU P590-FIM
              MOVE 'ATA No ' TO WS-LINHA-ATA(33:7)
              MOVE WS-AE-NUMERO (WS-AE-ACHADO) TO WS-LINHA-ATA(40:5)
              MOVE ' EM ' TO WS-LINHA-ATA(45:4)
              MOVE WS-DATA-ED TO WS-LINHA-ATA(49:10)
           END-IF

           DISPLAY WS-LINHA-ATA
           .
       P410-FIM.

       P500-IMPRIME-ATA.

           MOVE 'ATA RESULT. FINAIS' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE ZERO TO WS-PAGINA
           PERFORM P510-CABECALHO-PAGINA THRU P510-FIM

           PERFORM P540-TERMO-ABERTURA THRU P540-FIM

           MOVE 4 TO WS-LINHAS-BLOCO
           PERFORM P530-RESERVA-LINHAS THRU P530-FIM
           PERFORM P515-CABECALHO-COLUNAS THRU P515-FIM

           MOVE ZERO TO WS-NO-ALUNO
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              IF WS-AL-REGULAR (WS-AL-IDX) EQUAL 'S'
                 PERFORM P550-BLOCO-ALUNO THRU P550-FIM
              END-IF
           END-PERFORM

      * Alunos de outras turmas que cursaram dependencia nesta.
           IF WS-QTD-DEP-SO NOT EQUAL ZERO
              MOVE 6 TO WS-LINHAS-BLOCO
              PERFORM P530-RESERVA-LINHAS THRU P530-FIM
              MOVE SPACE TO WS-LINHA-ATA
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
              MOVE 'ALUNOS EM REGIME DE DEPENDENCIA NESTA TURMA:'
                 TO WS-LINHA-ATA(1:44)
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
              PERFORM P515-CABECALHO-COLUNAS THRU P515-FIM
              PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-QTD
                 IF WS-AL-REGULAR (WS-AL-IDX) NOT EQUAL 'S'
                    PERFORM P550-BLOCO-ALUNO THRU P550-FIM
                 END-IF
              END-PERFORM
           END-IF

           PERFORM P560-TERMO-ENCERRAMENTO THRU P560-FIM
           PERFORM P525-RODAPE-PAGINA THRU P525-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE 'EMITIDO EM ' TO WS-LINHA-SPOOL(1:11)
           MOVE WS-DATA-HOJE TO WS-LINHA-SPOOL(12:8)
           MOVE ' POR ' TO WS-LINHA-SPOOL(20:5)
           MOVE LK-OPERADOR TO WS-LINHA-SPOOL(25:20)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE 'CONTROLE DE AUTENTICIDADE: DOCUMENTO No '
              TO WS-LINHA-SPOOL(1:40)
           MOVE WS-NUM-DOC TO WS-LINHA-SPOOL(41:5)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           .
       P500-FIM.

       P510-CABECALHO-PAGINA.

           ADD 1 TO WS-PAGINA

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE 'ATA DE RESULTADOS FINAIS No ' TO WS-LINHA-SPOOL(1:28)
           MOVE WS-NUM-DOC TO WS-LINHA-SPOOL(29:5)
           MOVE 'PAGINA' TO WS-LINHA-SPOOL(65:6)
           MOVE WS-PAGINA TO WS-LINHA-SPOOL(72:3)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE 'TURMA: ' TO WS-LINHA-SPOOL(1:7)
           MOVE WS-TURMA-ATA TO WS-LINHA-SPOOL(8:5)
           MOVE ' - ' TO WS-LINHA-SPOOL(13:3)
           MOVE WS-DS-TURMA-ATA TO WS-LINHA-SPOOL(16:20)
           MOVE 'ANO LETIVO: ' TO WS-LINHA-SPOOL(38:12)
           MOVE WS-ANO-ATA TO WS-LINHA-SPOOL(50:4)
           MOVE 'UNIDADE: ' TO WS-LINHA-SPOOL(57:9)
           MOVE WS-UNID-ATA TO WS-LINHA-SPOOL(66:4)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 3 TO WS-LIN-PAG
           .
       P510-FIM.

       P515-CABECALHO-COLUNAS.

           MOVE SPACE TO WS-LINHA-ATA
           MOVE 'NO  ID    ALUNO' TO WS-LINHA-ATA(1:15)
           MOVE 'RESULTADO FINAL' TO WS-LINHA-ATA(32:15)
           MOVE 'FALTAS' TO WS-LINHA-ATA(57:6)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE SPACE TO WS-LINHA-ATA
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > WS-DC-QTD
              COMPUTE WS-COL = 7 + ((WS-DC-IDX - 1) * 6)
              MOVE 'D' TO WS-LINHA-ATA(WS-COL + 1:1)
              MOVE WS-DC-IDX TO WS-LINHA-ATA(WS-COL + 2:2)
           END-PERFORM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE ALL '-' TO WS-LINHA-ATA(1:78)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           .
       P515-FIM.

       P520-GRAVA-LINHA.

      * Toda linha do corpo da ata passa por aqui: pagina cheia
      * fecha com o rodape e abre a seguinte com o cabecalho.
           IF WS-LIN-PAG >= WS-MAX-LINHAS
              PERFORM P525-RODAPE-PAGINA THRU P525-FIM
              PERFORM P510-CABECALHO-PAGINA THRU P510-FIM
           END-IF

           MOVE WS-LINHA-ATA TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE SPACE TO WS-LINHA-ATA
           ADD 1 TO WS-LIN-PAG
           .
       P520-FIM.

       P525-RODAPE-PAGINA.

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE 'ATA No ' TO WS-LINHA-SPOOL(1:7)
           MOVE WS-NUM-DOC TO WS-LINHA-SPOOL(8:5)
           MOVE ' - PAGINA ' TO WS-LINHA-SPOOL(13:10)
           MOVE WS-PAGINA TO WS-LINHA-SPOOL(23:3)
           MOVE 'RUBRICA DO SECRETARIO(A): ______________'
              TO WS-LINHA-SPOOL(31:40)
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P525-FIM.

       P530-RESERVA-LINHAS.

      * Bloco que nao cabe no resto da pagina comeca na seguinte.
           IF WS-LIN-PAG + WS-LINHAS-BLOCO > WS-MAX-LINHAS
              PERFORM P525-RODAPE-PAGINA THRU P525-FIM
              PERFORM P510-CABECALHO-PAGINA THRU P510-FIM
           END-IF
           .
       P530-FIM.

       P540-TERMO-ABERTURA.

           MOVE 'TERMO DE ABERTURA' TO WS-LINHA-ATA(1:17)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE 'ESTA ATA, DE PAGINAS NUMERADAS E RUBRICADAS, DESTINA-'
              TO WS-LINHA-ATA(1:53)
           MOVE 'SE AO REGISTRO' TO WS-LINHA-ATA(54:14)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE 'DOS RESULTADOS FINAIS DO ANO LETIVO DE '
              TO WS-LINHA-ATA(1:39)
           MOVE WS-ANO-ATA TO WS-LINHA-ATA(40:4)
           MOVE ' DA TURMA ' TO WS-LINHA-ATA(44:10)
           MOVE WS-TURMA-ATA TO WS-LINHA-ATA(54:5)
           MOVE ' - ' TO WS-LINHA-ATA(59:3)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           STRING WS-DS-TURMA-ATA   DELIMITED BY '  '
                  ', TURNO '        DELIMITED BY SIZE
                  WS-TURNO-ATA      DELIMITED BY SPACE
                  ', DA UNIDADE '   DELIMITED BY SIZE
                  WS-UNID-ATA       DELIMITED BY SIZE
                  ', COM AS DISCIPLINAS ABAIXO.'
                                    DELIMITED BY SIZE
                  INTO WS-LINHA-ATA
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           IF WS-ATA-ANTERIOR NOT EQUAL ZERO
              MOVE 'ESTA VIA SUBSTITUI A ATA No ' TO WS-LINHA-ATA(1:28)
              MOVE WS-ATA-ANTERIOR TO WS-LINHA-ATA(29:5)
              MOVE ', QUE FICA SEM EFEITO.' TO WS-LINHA-ATA(34:22)
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
           END-IF
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > WS-DC-QTD
              MOVE 'D' TO WS-LINHA-ATA(3:1)
              MOVE WS-DC-IDX TO WS-LINHA-ATA(4:2)
              MOVE ' - ' TO WS-LINHA-ATA(6:3)
              MOVE WS-DC-NOME (WS-DC-IDX) TO WS-LINHA-ATA(9:20)
              EVALUATE WS-DC-TIPO (WS-DC-IDX)
                 WHEN 'C'
                    MOVE '(CONCEITO)' TO WS-LINHA-ATA(30:10)
                 WHEN 'P'
                    MOVE '(PARECER DESCRITIVO)' TO WS-LINHA-ATA(30:20)
                 WHEN OTHER
                    MOVE '(NOTA FINAL)' TO WS-LINHA-ATA(30:12)
              END-EVALUATE
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
           END-PERFORM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE 'LEGENDA: C = RESULTADO ALTERADO PELO CONSELHO DE '
              TO WS-LINHA-ATA(1:49)
           MOVE 'CLASSE OU EM REVISAO' TO WS-LINHA-ATA(50:20)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'D = DISCIPLINA CURSADA EM DEPENDENCIA'
              TO WS-LINHA-ATA(10:37)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'PAR = AVALIADA POR PARECER DESCRITIVO; '
              TO WS-LINHA-ATA(10:39)
           MOVE '- = SEM REGISTRO' TO WS-LINHA-ATA(49:16)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'CONCEITOS: O OTIMO, B BOM, R REGULAR, I INSATISFATORIO'
              TO WS-LINHA-ATA(10:54)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           .
       P540-FIM.

       P550-BLOCO-ALUNO.

           MOVE 4 TO WS-LINHAS-BLOCO
           PERFORM P530-RESERVA-LINHAS THRU P530-FIM

           ADD 1 TO WS-NO-ALUNO
           MOVE WS-NO-ALUNO TO WS-NO-ED
           MOVE WS-NO-ED TO WS-LINHA-ATA(1:3)
           MOVE WS-AL-ID (WS-AL-IDX) TO WS-LINHA-ATA(5:5)
           MOVE WS-AL-NOME (WS-AL-IDX) TO WS-LINHA-ATA(11:20)
           MOVE WS-AL-RESULTADO (WS-AL-IDX) TO WS-LINHA-ATA(32:24)
           IF WS-AL-TEM-FALTAS (WS-AL-IDX) EQUAL 'S'
              MOVE WS-AL-FALTAS (WS-AL-IDX) TO WS-FALTAS-ED
              MOVE WS-FALTAS-ED TO WS-LINHA-ATA(59:4)
           ELSE
              MOVE '-' TO WS-LINHA-ATA(62:1)
           END-IF
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           IF WS-AL-SOCIAL (WS-AL-IDX) NOT EQUAL SPACE
              MOVE '(NOME SOCIAL: ' TO WS-LINHA-ATA(11:14)
              MOVE WS-AL-SOCIAL (WS-AL-IDX) TO WS-LINHA-ATA(25:20)
              MOVE ')' TO WS-LINHA-ATA(45:1)
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
           END-IF

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
              UNTIL WS-DC-IDX > WS-DC-QTD
              COMPUTE WS-COL = 7 + ((WS-DC-IDX - 1) * 6)
              MOVE WS-AL-CEL (WS-AL-IDX WS-DC-IDX)
                 TO WS-LINHA-ATA(WS-COL:6)
           END-PERFORM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           IF WS-AL-REC-DATA (WS-AL-IDX) NOT EQUAL ZERO
              MOVE WS-AL-REC-DATA (WS-AL-IDX) TO WS-DATA-AUX
              PERFORM P590-DATA-EDITADA THRU P590-FIM
              MOVE 'RECEBIDO POR TRANSFERENCIA EM '
                 TO WS-LINHA-ATA(11:30)
              MOVE WS-DATA-ED TO WS-LINHA-ATA(41:10)
              PERFORM P520-GRAVA-LINHA THRU P520-FIM
           END-IF
           .
       P550-FIM.

       P560-TERMO-ENCERRAMENTO.

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
              UNTIL WS-RS-IDX > 11
              MOVE ZERO TO WS-RS-TOT (WS-RS-IDX)
           END-PERFORM
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
              UNTIL WS-AL-IDX > WS-AL-QTD
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > 11
                 IF WS-RS-COD (WS-RS-IDX) EQUAL WS-AL-RES (WS-AL-IDX)
                    ADD 1 TO WS-RS-TOT (WS-RS-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM

      * Termo, quadro de resultados e assinaturas na mesma pagina:
      * o numero de paginas citado no termo ja e o final.
           MOVE 30 TO WS-LINHAS-BLOCO
           PERFORM P530-RESERVA-LINHAS THRU P530-FIM

           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'TERMO DE ENCERRAMENTO' TO WS-LINHA-ATA(1:21)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE 'E, PARA CONSTAR, LAVROU-SE A PRESENTE ATA, QUE CONTEM '
              TO WS-LINHA-ATA(1:54)
           MOVE WS-PAGINA TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-ATA(55:3)
           MOVE ' PAGINA(S)' TO WS-LINHA-ATA(58:10)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE 'NUMERADA(S) E O REGISTRO DE ' TO WS-LINHA-ATA(1:28)
           MOVE WS-AL-QTD TO WS-QTD-ED
           MOVE WS-QTD-ED TO WS-LINHA-ATA(29:3)
           MOVE ' ALUNO(S), COM OS RESULTADOS ABAIXO:'
              TO WS-LINHA-ATA(32:36)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
              UNTIL WS-RS-IDX > 11
              IF WS-RS-TOT (WS-RS-IDX) NOT EQUAL ZERO
                 MOVE WS-RS-DESC (WS-RS-IDX) TO WS-LINHA-ATA(5:35)
                 MOVE WS-RS-TOT (WS-RS-IDX) TO WS-QTD-ED
                 MOVE WS-QTD-ED TO WS-LINHA-ATA(41:3)
                 PERFORM P520-GRAVA-LINHA THRU P520-FIM
              END-IF
           END-PERFORM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE WS-DATA-HOJE TO WS-DATA-AUX
           PERFORM P590-DATA-EDITADA THRU P590-FIM
           MOVE 'LOCAL E DATA: ______________________________, '
              TO WS-LINHA-ATA(1:46)
           MOVE WS-DATA-ED TO WS-LINHA-ATA(47:10)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE '______________________________' TO WS-LINHA-ATA(1:30)
           MOVE '______________________________' TO WS-LINHA-ATA(41:30)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'SECRETARIO(A) ESCOLAR' TO WS-LINHA-ATA(5:21)
           MOVE 'DIRETOR(A)' TO WS-LINHA-ATA(51:10)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           PERFORM P520-GRAVA-LINHA THRU P520-FIM

           MOVE '______________________________' TO WS-LINHA-ATA(1:30)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           MOVE 'VISTO DA SUPERVISAO ESCOLAR' TO WS-LINHA-ATA(2:27)
           PERFORM P520-GRAVA-LINHA THRU P520-FIM
           .
       P560-FIM.

       P590-DATA-EDITADA.

      * AAAAMMDD de WS-DATA-AUX para DD/MM/AAAA em WS-DATA-ED.
           MOVE WS-DA-DIA TO WS-DE-DIA
           MOVE WS-DA-MES TO WS-DE-MES
           MOVE WS-DA-ANO TO WS-DE-ANO
           .
       P590-FIM.

       P600-GRAVA-DOCLOG.

           SET FS-DCL-OK TO TRUE
           OPEN EXTEND DOCLOG
           IF WS-FS-DCL EQUAL 35
              OPEN OUTPUT DOCLOG
           END-IF
           IF NOT FS-DCL-OK
              DISPLAY 'ERRO AO ABRIR O CONTROLE DE DOCUMENTOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-DCL
              GO TO P600-FIM
           END-IF

           MOVE WS-NUM-DOC     TO DOC-NUMERO
           MOVE 'A'            TO DOC-TIPO
           MOVE WS-DATA-HOJE   TO DOC-DATA
           MOVE WS-HORA-AGORA  TO DOC-HORA
           MOVE WS-TURMA-ATA   TO DOC-ID-ALUNO
           MOVE WS-ANO-ATA     TO DOC-ANO
           MOVE LK-OPERADOR    TO DOC-OPERADOR
           WRITE REG-DOCLOG

           CLOSE DOCLOG
           .
       P600-FIM.

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

           MOVE 'PROGATAF' TO AUD-PROGRAMA
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
       END PROGRAM PROGATAF.
