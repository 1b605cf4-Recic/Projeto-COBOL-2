      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Lotacao docente para a negociacao de fevereiro entre
      *          RH e direcao: compara a carga semanal contratada de
      *          cada professor (menos a hora-atividade) com as aulas
      *          efetivamente atribuidas no quadro de HORARIOS das
      *          turmas do ano, por professor e unidade. O professor
      *          de cada aula e o da oferta anual (OFERTA) da turma e
      *          disciplina, ou o gravado no horario na falta dela;
      *          afastamentos vigentes na data de referencia passam
      *          as aulas do titular para o substituto. Aponta
      *          sobrecarga, horas ociosas, carga nao informada e
      *          ofertas do ano sem nenhum tempo no quadro. A via
      *          definitiva sai no spool de relatorios (PROGRELP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOTA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PROFESSOR IN REG-PROFESSOR
           FILE STATUS IS WS-FS.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA
           FILE STATUS IS WS-FS.

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS.

           SELECT OFERTA ASSIGN TO
           WS-CAMINHO-OFERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-OFERTA
           FILE STATUS IS WS-FS-OFR.

           SELECT AFASTA ASSIGN TO
           WS-CAMINHO-AFASTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-AFASTA
           FILE STATUS IS WS-FS-AFA.

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
       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  OFERTA.
           COPY FD-OFERTA.

       FD  AFASTA.
           COPY FD-AFASTA.

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

       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-OFERTA                 PIC X(80).
       01  WS-CAMINHO-AFASTA                 PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-OFR                         PIC 99.
           88 FS-OFR-OK                      VALUE 0.

       77  WS-FS-AFA                         PIC 99.
           88 FS-AFA-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-REF                       PIC 9(08) VALUE ZERO.
       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-ANO-BASE                       PIC 9(04) VALUE ZERO.
       77  WS-UNIDADE-FILTRO                 PIC X(04) VALUE SPACE.

      * turmas do ano (unidade de cada turma)
       77  WS-TM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TM-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-TM-POS                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-TURMAS.
           03 WS-TM-ITEM OCCURS 300 TIMES.
              05 WS-TM-ID                    PIC 9(05).
              05 WS-TM-UNIDADE               PIC X(04).

      * oferta do ano, com os tempos encontrados no quadro
       77  WS-OF-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-OF-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-OF-POS                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-OFERTA.
           03 WS-OF-ITEM OCCURS 2000 TIMES.
              05 WS-OF-TURMA                 PIC 9(05).
              05 WS-OF-DISC                  PIC 9(05).
              05 WS-OF-PROF                  PIC 9(05).
              05 WS-OF-TEMPOS                PIC 9(03).

      * afastamentos vigentes na data de referencia
       77  WS-AF-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-AF-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-AF-POS                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-AFASTA.
           03 WS-AF-ITEM OCCURS 200 TIMES.
              05 WS-AF-TITULAR               PIC 9(05).
              05 WS-AF-SUBST                 PIC 9(05).
              05 WS-AF-DISC                  PIC 9(05).
              05 WS-AF-TURMA                 PIC 9(05).

      * professores em ordem de ID
       77  WS-PR-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-PR-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-PR-POS                         PIC 9(03) VALUE ZERO.
       01  WS-TAB-PROFESSORES.
           03 WS-PR-ITEM OCCURS 500 TIMES.
              05 WS-PR-ID                    PIC 9(05).
              05 WS-PR-NOME                  PIC X(20).
              05 WS-PR-CH                    PIC 9(02).
              05 WS-PR-ATV                   PIC 9(02).
              05 WS-PR-AULAS                 PIC 9(03).
              05 WS-PR-SUBST                 PIC 9(03).
              05 WS-PR-CEDIDAS               PIC 9(03).
              05 WS-PR-OFR-SEM-HOR           PIC 9(03).
              05 WS-PR-NA-UNIDADE            PIC X(01).

      * aulas por professor e unidade
       77  WS-LU-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-LU-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-LU-POS                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-LOTACAO.
           03 WS-LU-ITEM OCCURS 1500 TIMES.
              05 WS-LU-PROF-IDX              PIC 9(03).
              05 WS-LU-UNIDADE               PIC X(04).
              05 WS-LU-AULAS                 PIC 9(03).

      * aula do quadro em tratamento
       77  WS-PROF-AULA                      PIC 9(05) VALUE ZERO.
       77  WS-PROF-TITULAR                   PIC 9(05) VALUE ZERO.
       77  WS-UNID-AULA                      PIC X(04) VALUE SPACE.

       77  WS-DISPONIVEL                     PIC 9(02) VALUE ZERO.
       77  WS-SALDO                          PIC S9(03) VALUE ZERO.

      * totais
       77  WS-TOT-TEMPOS                     PIC 9(05) VALUE ZERO.
       77  WS-TOT-SEM-PROF                   PIC 9(05) VALUE ZERO.
       77  WS-TOT-FORA-ANO                   PIC 9(05) VALUE ZERO.
       77  WS-TOT-PROF                       PIC 9(04) VALUE ZERO.
       77  WS-TOT-SOBRECARGA                 PIC 9(04) VALUE ZERO.
       77  WS-TOT-OCIOSOS                    PIC 9(04) VALUE ZERO.
       77  WS-TOT-SEM-CARGA                  PIC 9(04) VALUE ZERO.
       77  WS-TOT-HORAS-OCIOSAS              PIC 9(05) VALUE ZERO.
       77  WS-TOT-HORAS-EXCEDENTES           PIC 9(05) VALUE ZERO.
       77  WS-TOT-OFR-SEM-HOR                PIC 9(05) VALUE ZERO.

      * linhas do relatorio
       01  WS-CAB-PROF.
           03 FILLER                         PIC X(40) VALUE
              'ID    PROFESSOR            CARGA H.ATV D'.
           03 FILLER                         PIC X(38) VALUE
              'ISP AULAS SUBST SALDO SITUACAO'.

       01  WS-LIN-PROF.
           03 WS-LP-ID                       PIC 9(05).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-NOME                     PIC X(20).
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-CH                       PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-ATV                      PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-DISP                     PIC ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-AULAS                    PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-SUBST                    PIC ZZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-SALDO                    PIC -ZZZ9.
           03 FILLER                         PIC X(01) VALUE SPACE.
           03 WS-LP-SITUACAO                 PIC X(17).

       01  WS-LIN-UNID.
           03 FILLER                         PIC X(14) VALUE
              '      UNIDADE '.
           03 WS-LU-ED-UNIDADE               PIC X(04).
           03 FILLER                         PIC X(02) VALUE ': '.
           03 WS-LU-ED-AULAS                 PIC ZZ9.
           03 FILLER                         PIC X(06) VALUE ' AULAS'.

       01  WS-LIN-OFR.
           03 FILLER                         PIC X(32) VALUE
              '      OFERTA SEM HORARIO: TURMA '.
           03 WS-LO-TURMA                    PIC 9(05).
           03 FILLER                         PIC X(13) VALUE
              ' DISCIPLINA '.
           03 WS-LO-DISC                     PIC 9(05).

       77  WS-ED-QTD                         PIC ZZZZ9.
       77  WS-ED-QTD2                        PIC ZZZZ9.

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
           DISPLAY 'LOTACAO DOCENTE: CARGA CONTRATADA X AULAS'
           DISPLAY '***************************************************'

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           DISPLAY 'Informe o ano letivo (0 para o ano corrente): '
           ACCEPT WS-ANO-BASE
           IF WS-ANO-BASE NOT NUMERIC OR WS-ANO-BASE EQUAL ZERO
              MOVE WS-HOJE(1:4) TO WS-ANO-BASE
           END-IF

           DISPLAY 'Data de referencia dos afastamentos AAAAMMDD '
                   '(0 para hoje): '
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF NOT NUMERIC OR WS-DATA-REF EQUAL ZERO
              MOVE WS-HOJE TO WS-DATA-REF
           END-IF

           MOVE LK-UNIDADE TO WS-UNIDADE-FILTRO
           IF WS-UNIDADE-FILTRO EQUAL SPACE
              DISPLAY 'Informe a unidade (brancos para todas): '
              ACCEPT WS-UNIDADE-FILTRO
           END-IF

           INITIALIZE WS-TAB-PROFESSORES
           INITIALIZE WS-TAB-LOTACAO

           PERFORM P100-CARREGA-PROFESSORES THRU P100-FIM
           IF WS-PR-QTD EQUAL ZERO
              DISPLAY 'NENHUM PROFESSOR CADASTRADO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P150-CARREGA-TURMAS THRU P150-FIM
           PERFORM P200-CARREGA-OFERTA THRU P200-FIM
           PERFORM P250-CARREGA-AFASTA THRU P250-FIM
           PERFORM P300-QUADRO THRU P300-FIM
           PERFORM P400-OFERTA-SEM-HORARIO THRU P400-FIM

           MOVE 'LOTACAO DOCENTE' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'LOTACAO DOCENTE ' DELIMITED BY SIZE
                  WS-ANO-BASE        DELIMITED BY SIZE
                  ' - AFASTAMENTOS EM ' DELIMITED BY SIZE
                  WS-DATA-REF        DELIMITED BY SIZE
                  ' - UNIDADE '      DELIMITED BY SIZE
                  WS-UNIDADE-FILTRO  DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE WS-CAB-PROF TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-QTD
              PERFORM P500-LINHA-PROFESSOR THRU P500-FIM
           END-PERFORM

           PERFORM P600-RESUMO THRU P600-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-OFERTA FROM ENVIRONMENT 'OFERTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OFERTA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-OFERTA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AFASTA FROM ENVIRONMENT 'AFASTA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AFASTAMENTOS.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-AFASTA
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
           MOVE SPACE TO WS-LINHA-SPOOL
           .
       P065-FIM.

       P066-IMPRIME.

      * A mesma linha vai para a tela e para o spool.
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P066-FIM.

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P100-CARREGA-PROFESSORES.

           MOVE ZERO TO WS-PR-QTD

           SET FS-OK TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P100-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ PROFESSORES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF WS-PR-QTD < 500
                       ADD 1 TO WS-PR-QTD
                       MOVE ID-PROFESSOR IN REG-PROFESSOR
                          TO WS-PR-ID (WS-PR-QTD)
                       MOVE NM-PROFESSOR TO WS-PR-NOME (WS-PR-QTD)
                       IF CH-SEMANAL-PROF NUMERIC
                          MOVE CH-SEMANAL-PROF TO WS-PR-CH (WS-PR-QTD)
                       END-IF
                       IF CH-ATIVIDADE-PROF NUMERIC
                          MOVE CH-ATIVIDADE-PROF
                             TO WS-PR-ATV (WS-PR-QTD)
                       END-IF
                       MOVE 'N' TO WS-PR-NA-UNIDADE (WS-PR-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PROFESSORES
           .
       P100-FIM.

       P105-ACHA-PROFESSOR.

      * Posicao na tabela do professor WS-PROF-AULA (zero se ausente).
           MOVE ZERO TO WS-PR-POS
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-QTD OR WS-PR-POS > ZERO
              IF WS-PR-ID (WS-PR-IDX) EQUAL WS-PROF-AULA
                 MOVE WS-PR-IDX TO WS-PR-POS
              END-IF
           END-PERFORM
           .
       P105-FIM.

       P150-CARREGA-TURMAS.

           MOVE ZERO TO WS-TM-QTD

           SET FS-OK TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P150-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ TURMAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-TURMA EQUAL WS-ANO-BASE AND WS-TM-QTD < 300
                       ADD 1 TO WS-TM-QTD
                       MOVE ID-TURMA   TO WS-TM-ID (WS-TM-QTD)
                       MOVE UNID-TURMA TO WS-TM-UNIDADE (WS-TM-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TURMAS
           .
       P150-FIM.

       P155-ACHA-TURMA.

      * Posicao da turma ID-TURMA-HOR entre as turmas do ano.
           MOVE ZERO TO WS-TM-POS
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD OR WS-TM-POS > ZERO
              IF WS-TM-ID (WS-TM-IDX) EQUAL ID-TURMA-HOR
                 MOVE WS-TM-IDX TO WS-TM-POS
              END-IF
           END-PERFORM
           .
       P155-FIM.

       P200-CARREGA-OFERTA.

           MOVE ZERO TO WS-OF-QTD

           SET FS-OFR-OK TO TRUE
           OPEN INPUT OFERTA
           IF NOT FS-OFR-OK
              GO TO P200-FIM
           END-IF

           MOVE WS-ANO-BASE TO ANO-OFERTA
           MOVE ZERO        TO ID-TURMA-OFR
           MOVE ZERO        TO ID-DISCIPLINA-OFR
           START OFERTA KEY IS GREATER THAN OR EQUAL CHAVE-OFERTA
              INVALID KEY
                 CLOSE OFERTA
                 GO TO P200-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ OFERTA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-OFERTA NOT EQUAL WS-ANO-BASE
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-OF-QTD < 2000
                          ADD 1 TO WS-OF-QTD
                          MOVE ID-TURMA-OFR
                             TO WS-OF-TURMA (WS-OF-QTD)
                          MOVE ID-DISCIPLINA-OFR
                             TO WS-OF-DISC (WS-OF-QTD)
                          MOVE ID-PROFESSOR-OFR
                             TO WS-OF-PROF (WS-OF-QTD)
                          MOVE ZERO TO WS-OF-TEMPOS (WS-OF-QTD)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE OFERTA
           .
       P200-FIM.

       P250-CARREGA-AFASTA.

      * Afastamentos vigentes na data de referencia; disciplina ou
      * turma zeradas cobrem tudo o que o titular leciona.
           MOVE ZERO TO WS-AF-QTD

           SET FS-AFA-OK TO TRUE
           OPEN INPUT AFASTA
           IF NOT FS-AFA-OK
              GO TO P250-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AFASTA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DT-INICIO-AFA <= WS-DATA-REF AND
                       (DT-FIM-AFA EQUAL ZERO OR
                        DT-FIM-AFA >= WS-DATA-REF) AND
                       ID-PROF-SUBST NOT EQUAL ZERO AND
                       WS-AF-QTD < 200
                       ADD 1 TO WS-AF-QTD
                       MOVE ID-PROF-TITULAR TO WS-AF-TITULAR (WS-AF-QTD)
                       MOVE ID-PROF-SUBST   TO WS-AF-SUBST (WS-AF-QTD)
                       MOVE ID-DISC-AFA     TO WS-AF-DISC (WS-AF-QTD)
                       MOVE ID-TURMA-AFA    TO WS-AF-TURMA (WS-AF-QTD)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AFASTA
           .
       P250-FIM.

       P300-QUADRO.

      * Cada registro do quadro e um tempo semanal de aula.
           MOVE ZERO TO WS-TOT-TEMPOS
           MOVE ZERO TO WS-TOT-SEM-PROF
           MOVE ZERO TO WS-TOT-FORA-ANO

           SET FS-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O QUADRO DE HORARIOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P310-TEMPO-AULA THRU P310-FIM
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           .
       P300-FIM.

       P310-TEMPO-AULA.

           PERFORM P155-ACHA-TURMA THRU P155-FIM
           IF WS-TM-POS EQUAL ZERO
              ADD 1 TO WS-TOT-FORA-ANO
              GO TO P310-FIM
           END-IF
           MOVE WS-TM-UNIDADE (WS-TM-POS) TO WS-UNID-AULA
           ADD 1 TO WS-TOT-TEMPOS

      * professor da oferta do ano; sem oferta, o do horario
           MOVE ID-PROFESSOR-HOR TO WS-PROF-AULA
           MOVE ZERO TO WS-OF-POS
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
              UNTIL WS-OF-IDX > WS-OF-QTD OR WS-OF-POS > ZERO
              IF WS-OF-TURMA (WS-OF-IDX) EQUAL ID-TURMA-HOR AND
                 WS-OF-DISC (WS-OF-IDX) EQUAL ID-DISCIPLINA-HOR
                 MOVE WS-OF-IDX TO WS-OF-POS
              END-IF
           END-PERFORM
           IF WS-OF-POS > ZERO
              ADD 1 TO WS-OF-TEMPOS (WS-OF-POS)
              IF WS-OF-PROF (WS-OF-POS) NOT EQUAL ZERO
                 MOVE WS-OF-PROF (WS-OF-POS) TO WS-PROF-AULA
              END-IF
           END-IF

      * afastamento vigente do titular passa a aula ao substituto
           MOVE WS-PROF-AULA TO WS-PROF-TITULAR
           MOVE ZERO TO WS-AF-POS
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
              UNTIL WS-AF-IDX > WS-AF-QTD OR WS-AF-POS > ZERO
              IF WS-AF-TITULAR (WS-AF-IDX) EQUAL WS-PROF-TITULAR AND
                 (WS-AF-DISC (WS-AF-IDX) EQUAL ZERO OR
                  WS-AF-DISC (WS-AF-IDX) EQUAL ID-DISCIPLINA-HOR) AND
                 (WS-AF-TURMA (WS-AF-IDX) EQUAL ZERO OR
                  WS-AF-TURMA (WS-AF-IDX) EQUAL ID-TURMA-HOR)
                 MOVE WS-AF-IDX TO WS-AF-POS
              END-IF
           END-PERFORM
           IF WS-AF-POS > ZERO
              MOVE WS-AF-SUBST (WS-AF-POS) TO WS-PROF-AULA
           END-IF

           PERFORM P105-ACHA-PROFESSOR THRU P105-FIM
           IF WS-PR-POS EQUAL ZERO
              ADD 1 TO WS-TOT-SEM-PROF
              GO TO P310-FIM
           END-IF

           ADD 1 TO WS-PR-AULAS (WS-PR-POS)
           IF WS-AF-POS > ZERO
              ADD 1 TO WS-PR-SUBST (WS-PR-POS)
           END-IF
           IF WS-UNIDADE-FILTRO EQUAL SPACE OR
              WS-UNID-AULA EQUAL WS-UNIDADE-FILTRO
              MOVE 'S' TO WS-PR-NA-UNIDADE (WS-PR-POS)
           END-IF
           PERFORM P320-SOMA-UNIDADE THRU P320-FIM

      * o titular afastado fica com as aulas cedidas apenas como
      * informacao; elas nao contam na lotacao dele
           IF WS-AF-POS > ZERO
              MOVE WS-PROF-TITULAR TO WS-PROF-AULA
              PERFORM P105-ACHA-PROFESSOR THRU P105-FIM
              IF WS-PR-POS > ZERO
                 ADD 1 TO WS-PR-CEDIDAS (WS-PR-POS)
                 IF WS-UNIDADE-FILTRO EQUAL SPACE OR
                    WS-UNID-AULA EQUAL WS-UNIDADE-FILTRO
                    MOVE 'S' TO WS-PR-NA-UNIDADE (WS-PR-POS)
                 END-IF
              END-IF
           END-IF
           .
       P310-FIM.

       P320-SOMA-UNIDADE.

           MOVE ZERO TO WS-LU-POS
           PERFORM VARYING WS-LU-IDX FROM 1 BY 1
              UNTIL WS-LU-IDX > WS-LU-QTD OR WS-LU-POS > ZERO
              IF WS-LU-PROF-IDX (WS-LU-IDX) EQUAL WS-PR-POS AND
                 WS-LU-UNIDADE (WS-LU-IDX) EQUAL WS-UNID-AULA
                 MOVE WS-LU-IDX TO WS-LU-POS
              END-IF
           END-PERFORM

           IF WS-LU-POS EQUAL ZERO
              IF WS-LU-QTD >= 1500
                 GO TO P320-FIM
              END-IF
              ADD 1 TO WS-LU-QTD
              MOVE WS-LU-QTD    TO WS-LU-POS
              MOVE WS-PR-POS    TO WS-LU-PROF-IDX (WS-LU-POS)
              MOVE WS-UNID-AULA TO WS-LU-UNIDADE (WS-LU-POS)
           END-IF

           ADD 1 TO WS-LU-AULAS (WS-LU-POS)
           .
       P320-FIM.

       P400-OFERTA-SEM-HORARIO.

      * Ofertas do ano sem nenhum tempo no quadro, contadas para o
      * professor da oferta.
           MOVE ZERO TO WS-TOT-OFR-SEM-HOR
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
              UNTIL WS-OF-IDX > WS-OF-QTD
              IF WS-OF-TEMPOS (WS-OF-IDX) EQUAL ZERO
                 MOVE WS-OF-PROF (WS-OF-IDX) TO WS-PROF-AULA
                 PERFORM P105-ACHA-PROFESSOR THRU P105-FIM
                 IF WS-PR-POS > ZERO
                    ADD 1 TO WS-PR-OFR-SEM-HOR (WS-PR-POS)
                    MOVE WS-OF-TURMA (WS-OF-IDX) TO ID-TURMA-HOR
                    PERFORM P155-ACHA-TURMA THRU P155-FIM
                    IF WS-UNIDADE-FILTRO EQUAL SPACE OR
                       (WS-TM-POS > ZERO AND
                        WS-TM-UNIDADE (WS-TM-POS) EQUAL
                        WS-UNIDADE-FILTRO)
                       MOVE 'S' TO WS-PR-NA-UNIDADE (WS-PR-POS)
                       ADD 1 TO WS-TOT-OFR-SEM-HOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       P400-FIM.

       P500-LINHA-PROFESSOR.

      * Com filtro de unidade, so entram os professores com aula ou
      * oferta na unidade; a comparacao com a carga e sempre sobre
      * o total da rede, pois o contrato e unico.
           IF WS-PR-NA-UNIDADE (WS-PR-IDX) NOT EQUAL 'S'
              IF WS-UNIDADE-FILTRO NOT EQUAL SPACE OR
                 WS-PR-CH (WS-PR-IDX) EQUAL ZERO
                 GO TO P500-FIM
              END-IF
           END-IF

           ADD 1 TO WS-TOT-PROF

           IF WS-PR-ATV (WS-PR-IDX) > WS-PR-CH (WS-PR-IDX)
              MOVE ZERO TO WS-DISPONIVEL
           ELSE
              COMPUTE WS-DISPONIVEL =
                 WS-PR-CH (WS-PR-IDX) - WS-PR-ATV (WS-PR-IDX)
           END-IF
           COMPUTE WS-SALDO = WS-DISPONIVEL - WS-PR-AULAS (WS-PR-IDX)

           MOVE WS-PR-ID (WS-PR-IDX)    TO WS-LP-ID
           MOVE WS-PR-NOME (WS-PR-IDX)  TO WS-LP-NOME
           MOVE WS-PR-CH (WS-PR-IDX)    TO WS-LP-CH
           MOVE WS-PR-ATV (WS-PR-IDX)   TO WS-LP-ATV
           MOVE WS-DISPONIVEL           TO WS-LP-DISP
           MOVE WS-PR-AULAS (WS-PR-IDX) TO WS-LP-AULAS
           MOVE WS-PR-SUBST (WS-PR-IDX) TO WS-LP-SUBST
           MOVE WS-SALDO                TO WS-LP-SALDO

           EVALUATE TRUE
              WHEN WS-PR-CH (WS-PR-IDX) EQUAL ZERO
                 MOVE 'CARGA NAO INFORM.' TO WS-LP-SITUACAO
                 ADD 1 TO WS-TOT-SEM-CARGA
              WHEN WS-SALDO < ZERO
                 MOVE 'SOBRECARGA'        TO WS-LP-SITUACAO
                 ADD 1 TO WS-TOT-SOBRECARGA
                 SUBTRACT WS-SALDO FROM WS-TOT-HORAS-EXCEDENTES
              WHEN WS-SALDO > ZERO
                 MOVE 'HORAS OCIOSAS'     TO WS-LP-SITUACAO
                 ADD 1 TO WS-TOT-OCIOSOS
                 ADD WS-SALDO TO WS-TOT-HORAS-OCIOSAS
              WHEN OTHER
                 MOVE 'LOTADO'            TO WS-LP-SITUACAO
           END-EVALUATE

           MOVE WS-LIN-PROF TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           PERFORM VARYING WS-LU-IDX FROM 1 BY 1
              UNTIL WS-LU-IDX > WS-LU-QTD
              IF WS-LU-PROF-IDX (WS-LU-IDX) EQUAL WS-PR-IDX
                 MOVE WS-LU-UNIDADE (WS-LU-IDX) TO WS-LU-ED-UNIDADE
                 MOVE WS-LU-AULAS (WS-LU-IDX)   TO WS-LU-ED-AULAS
                 MOVE WS-LIN-UNID TO WS-LINHA-SPOOL
                 PERFORM P066-IMPRIME THRU P066-FIM
              END-IF
           END-PERFORM

           IF WS-PR-CEDIDAS (WS-PR-IDX) > ZERO
              MOVE WS-PR-CEDIDAS (WS-PR-IDX) TO WS-ED-QTD
              STRING '      AFASTADO: '   DELIMITED BY SIZE
                     WS-ED-QTD            DELIMITED BY SIZE
                     ' AULA(S) COM SUBSTITUTO' DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF

           IF WS-PR-OFR-SEM-HOR (WS-PR-IDX) > ZERO
              PERFORM VARYING WS-OF-IDX FROM 1 BY 1
                 UNTIL WS-OF-IDX > WS-OF-QTD
                 IF WS-OF-TEMPOS (WS-OF-IDX) EQUAL ZERO AND
                    WS-OF-PROF (WS-OF-IDX) EQUAL WS-PR-ID (WS-PR-IDX)
                    MOVE WS-OF-TURMA (WS-OF-IDX) TO WS-LO-TURMA
                    MOVE WS-OF-DISC (WS-OF-IDX)  TO WS-LO-DISC
                    MOVE WS-LIN-OFR TO WS-LINHA-SPOOL
                    PERFORM P066-IMPRIME THRU P066-FIM
                 END-IF
              END-PERFORM
           END-IF
           .
       P500-FIM.

       P600-RESUMO.

           MOVE SPACE TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM
           MOVE 'RESUMO DA LOTACAO' TO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-PROF   TO WS-ED-QTD
           MOVE WS-TOT-TEMPOS TO WS-ED-QTD2
           STRING 'PROFESSORES LISTADOS: '  DELIMITED BY SIZE
                  WS-ED-QTD                 DELIMITED BY SIZE
                  '   TEMPOS NO QUADRO DO ANO: ' DELIMITED BY SIZE
                  WS-ED-QTD2                DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-SOBRECARGA       TO WS-ED-QTD
           MOVE WS-TOT-HORAS-EXCEDENTES TO WS-ED-QTD2
           STRING 'EM SOBRECARGA:        '  DELIMITED BY SIZE
                  WS-ED-QTD                 DELIMITED BY SIZE
                  '   AULAS EXCEDENTES:        ' DELIMITED BY SIZE
                  WS-ED-QTD2                DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-OCIOSOS       TO WS-ED-QTD
           MOVE WS-TOT-HORAS-OCIOSAS TO WS-ED-QTD2
           STRING 'COM HORAS OCIOSAS:    '  DELIMITED BY SIZE
                  WS-ED-QTD                 DELIMITED BY SIZE
                  '   HORAS OCIOSAS:           ' DELIMITED BY SIZE
                  WS-ED-QTD2                DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           MOVE WS-TOT-SEM-CARGA   TO WS-ED-QTD
           MOVE WS-TOT-OFR-SEM-HOR TO WS-ED-QTD2
           STRING 'SEM CARGA INFORMADA:  '  DELIMITED BY SIZE
                  WS-ED-QTD                 DELIMITED BY SIZE
                  '   OFERTAS SEM HORARIO:     ' DELIMITED BY SIZE
                  WS-ED-QTD2                DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P066-IMPRIME THRU P066-FIM

           IF WS-TOT-SEM-PROF > ZERO
              MOVE WS-TOT-SEM-PROF TO WS-ED-QTD
              STRING 'TEMPOS SEM PROFESSOR CADASTRADO: '
                        DELIMITED BY SIZE
                     WS-ED-QTD        DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P066-IMPRIME THRU P066-FIM
           END-IF
           .
       P600-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGLOTA.
