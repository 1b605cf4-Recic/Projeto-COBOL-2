      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Portaria: cadastro das pessoas autorizadas a retirar
      *          o aluno (nome, documento, parentesco e vigencia) e das
      *          restricoes judiciais "nao entregar a", consulta rapida
      *          na portaria pela carteirinha ou pelo nome do aluno e
      *          livro de saidas antecipadas (hora, quem retirou,
      *          documento conferido e operador). A saida antecipada
      *          lanca falta nas aulas restantes do dia, conforme o
      *          quadro de horarios da turma, no diario de frequencia
      *          do trimestre corrente. A ficha consolidada (PROGFICH)
      *          mostra a lista de autorizados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPORT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZADOS ASSIGN TO
           WS-CAMINHO-AUTORIZADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-AUTORIZADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-AUT.

           SELECT SAIDAS ASSIGN TO
           WS-CAMINHO-SAIDAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SAI.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
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

           SELECT HORARIOS ASSIGN TO
           WS-CAMINHO-HORARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-HORARIO
           FILE STATUS IS WS-FS.

           SELECT CALENDARIO ASSIGN TO
           WS-CAMINHO-CALENDARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CALENDARIO
           FILE STATUS IS WS-FS.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-PERIODO
           FILE STATUS IS WS-FS.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ TRIMESTRE-FRQ WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FRQ.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZADOS.
           COPY FD-AUTORIZADOS.

       FD  SAIDAS.
           COPY FD-SAIDAS.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  CALENDARIO.
           COPY FD-CALENDARIO.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-AUTORIZADOS            PIC X(80).
       01  WS-CAMINHO-SAIDAS                 PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-CALENDARIO             PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-AUT                         PIC 99.
           88 FS-AUT-OK                      VALUE 0.

       77  WS-FS-SAI                         PIC 99.
           88 FS-SAI-OK                      VALUE 0.

       77  WS-FS-FRQ                         PIC 99.
           88 FS-FRQ-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-MAT                        PIC X.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.
       77  WS-CONT                           PIC 9(04) VALUE ZERO.

       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S'.

       77  WS-ACHOU                          PIC X VALUE 'N'.
           88 ACHOU-OK                       VALUE 'S'.

      * Aluno identificado na portaria.
       77  WS-ALUNO-POR                      PIC 9(05) VALUE ZERO.
       77  WS-NM-ALUNO-POR                   PIC X(20) VALUE SPACE.
       77  WS-NM-RESP-POR                    PIC X(20) VALUE SPACE.
       77  WS-TL-RESP-POR                    PIC X(20) VALUE SPACE.
       77  WS-TURMA-ALUNO                    PIC 9(05) VALUE ZERO.
       77  WS-TIPO-BUSCA                     PIC X(01) VALUE SPACE.
       77  WS-CARTEIRA-BUSCA                 PIC 9(08) VALUE ZERO.
       77  WS-NM-BUSCA                       PIC X(20) VALUE SPACE.
       77  WS-TAM-BUSCA                      PIC 9(02) VALUE ZERO.

       77  WS-HOJE                           PIC 9(08) VALUE ZERO.
       77  WS-AGORA                          PIC 9(08) VALUE ZERO.
       77  WS-ANO-HOJE                       PIC 9(04) VALUE ZERO.

      * Cadastro de autorizado/restricao.
       77  WS-SEQ-AUT                        PIC 9(02) VALUE ZERO.
       77  WS-PROX-SEQ                       PIC 9(02) VALUE ZERO.
       77  WS-TIPO-AUT                       PIC X(01) VALUE SPACE.
       77  WS-DATA-AUX                       PIC 9(08) VALUE ZERO.
       01  WS-REG-AUT-ANTES                  PIC X(200) VALUE SPACE.

      * Autorizados e restricoes do aluno carregados na consulta.
       77  WS-AT-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-AT-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-AT-IDX2                        PIC 9(02) VALUE ZERO.
       77  WS-AT-ESCOLHA                     PIC 9(02) VALUE ZERO.
       77  WS-QTD-RESTR                      PIC 9(02) VALUE ZERO.
       77  WS-RESP-RESTRITO                  PIC X VALUE 'N'.
           88 RESP-RESTRITO-OK               VALUE 'S'.
       01  WS-TAB-AUT.
           03 WS-AT-ITEM OCCURS 99 TIMES.
              05 WS-AT-SEQ                   PIC 9(02).
              05 WS-AT-NOME                  PIC X(20).
              05 WS-AT-DOC                   PIC X(15).
              05 WS-AT-PARENTESCO            PIC X(15).
              05 WS-AT-TIPO                  PIC X(01).
              05 WS-AT-VIGENTE               PIC X(01).
              05 WS-AT-OBS                   PIC X(40).

      * Saida antecipada.
       77  WS-NM-RETIROU                     PIC X(20) VALUE SPACE.
       77  WS-DOC-RETIROU                    PIC X(15) VALUE SPACE.
       77  WS-DOC-CONFERIDO                  PIC X(15) VALUE SPACE.
       77  WS-MOTIVO-SAI                     PIC X(30) VALUE SPACE.
       77  WS-TEMPO-INI                      PIC 9(02) VALUE ZERO.
       77  WS-AULAS-PERD                     PIC 9(02) VALUE ZERO.
       77  WS-TRIM-SAI                       PIC 9(02) VALUE ZERO.
       77  WS-DIA-SEMANA                     PIC 9(01) VALUE ZERO.
       77  WS-DIAS-INT                       PIC 9(08) VALUE ZERO.
       77  WS-QUOCIENTE                      PIC 9(08) VALUE ZERO.
       77  WS-PD-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-PD-IDX                         PIC 9(02) VALUE ZERO.
       01  WS-TAB-PERDA.
           03 WS-PD-ITEM OCCURS 10 TIMES.
              05 WS-PD-DISC                  PIC 9(05).
              05 WS-PD-AULAS                 PIC 9(02).
       01  WS-REG-FRQ-ANTES                  PIC X(18) VALUE SPACE.

      * Listagem das saidas do dia.
       77  WS-DATA-LISTA                     PIC 9(08) VALUE ZERO.

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
           DISPLAY 'PORTARIA - AUTORIZADOS E SAIDAS ANTECIPADAS'
           DISPLAY '***************************************************'

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-AUTORIZADOS FROM ENVIRONMENT
              'AUTORIZADOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUTORIZADOS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUTORIZADOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-SAIDAS FROM ENVIRONMENT 'SAIDAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SAIDAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SAIDAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-HORARIOS FROM ENVIRONMENT 'HORARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'HORARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CALENDARIO FROM ENVIRONMENT
              'CALENDARIO_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CALENDARIO.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-CALENDARIO
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE WS-HOJE(1:4) TO WS-ANO-HOJE

           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|     1 - Consulta Rapida (Carteirinha/Nome)      |'
           DISPLAY '|     2 - Registrar Saida Antecipada              |'
           DISPLAY '|     3 - Cadastrar Autorizado/Restricao Judicial |'
           DISPLAY '|     4 - Cancelar Autorizacao/Restricao          |'
           DISPLAY '|     5 - Saidas Antecipadas do Dia               |'
           DISPLAY '|                                                 |'
           DISPLAY '|     F - Retornar ao Menu                        |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-CONSULTA-RAPIDA THRU P200-FIM
              WHEN '2'
                 PERFORM P500-SAIDA-ANTECIPADA THRU P500-FIM
              WHEN '3'
                 PERFORM P300-CADASTRA-AUTORIZADO THRU P300-FIM
              WHEN '4'
                 PERFORM P400-CANCELA-AUTORIZADO THRU P400-FIM
              WHEN '5'
                 PERFORM P700-SAIDAS-DO-DIA THRU P700-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-CONSULTA-RAPIDA.

           PERFORM P210-IDENTIFICA-ALUNO THRU P210-FIM
           IF NOT ACHOU-OK
              GO TO P200-FIM
           END-IF

           PERFORM P250-MOSTRA-AUTORIZADOS THRU P250-FIM
           .
       P200-FIM.

       P210-IDENTIFICA-ALUNO.

      * Identifica o aluno pela carteirinha (leitura ou digitacao do
      * numero), pelo nome (inicio do nome, pela chave alternativa)
      * ou pelo ID.
           MOVE 'N'  TO WS-ACHOU
           MOVE ZERO TO WS-ALUNO-POR

           DISPLAY 'Buscar por <C> carteirinha, <N> nome ou <I> ID: '
           ACCEPT WS-TIPO-BUSCA

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P210-FIM
           END-IF

           EVALUATE WS-TIPO-BUSCA
              WHEN 'C'
              WHEN 'c'
                 PERFORM P220-BUSCA-CARTEIRA THRU P220-FIM
              WHEN 'N'
              WHEN 'n'
                 PERFORM P230-BUSCA-NOME THRU P230-FIM
              WHEN OTHER
                 DISPLAY 'Informe o ID do aluno: '
                 ACCEPT WS-ALUNO-POR
           END-EVALUATE

           IF WS-ALUNO-POR NOT NUMERIC OR WS-ALUNO-POR EQUAL ZERO
              DISPLAY 'ALUNO NAO IDENTIFICADO.'
              CLOSE ALUNOS
              GO TO P210-FIM
           END-IF

           MOVE WS-ALUNO-POR TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                 NOT INVALID KEY
                    MOVE 'S' TO WS-ACHOU
                    MOVE NM-ALUNO IN REG-ALUNO TO WS-NM-ALUNO-POR
                    IF NM-SOCIAL-ALUNO NOT EQUAL SPACE
                       MOVE NM-SOCIAL-ALUNO TO WS-NM-ALUNO-POR
                    END-IF
                    MOVE NM-RESPONSAVEL TO WS-NM-RESP-POR
                    MOVE TL-RESPONSAVEL TO WS-TL-RESP-POR
           END-READ

           IF ACHOU-OK AND ALUNO-INATIVO
              DISPLAY 'ATENCAO: ALUNO INATIVO NO CADASTRO.'
           END-IF

           CLOSE ALUNOS
           .
       P210-FIM.

       P220-BUSCA-CARTEIRA.

           DISPLAY 'Numero da carteirinha: '
           ACCEPT WS-CARTEIRA-BUSCA
           IF WS-CARTEIRA-BUSCA NOT NUMERIC OR
              WS-CARTEIRA-BUSCA EQUAL ZERO
              GO TO P220-FIM
           END-IF

           MOVE ZERO TO ID-ALUNO
           START ALUNOS KEY IS GREATER THAN OR EQUAL ID-ALUNO
              INVALID KEY
                 GO TO P220-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF CARTEIRA-ALUNO NUMERIC AND
                       CARTEIRA-ALUNO EQUAL WS-CARTEIRA-BUSCA
                       MOVE ID-ALUNO TO WS-ALUNO-POR
                       SET EOF-OK TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-ALUNO-POR EQUAL ZERO
              DISPLAY 'CARTEIRINHA ' WS-CARTEIRA-BUSCA
                      ' NAO ENCONTRADA.'
           END-IF
           .
       P220-FIM.

       P230-BUSCA-NOME.

      * Lista os alunos cujo nome comeca pelo texto digitado; com um
      * unico resultado o aluno e selecionado direto.
           DISPLAY 'Nome (ou inicio do nome) do aluno: '
           ACCEPT WS-NM-BUSCA
           IF WS-NM-BUSCA EQUAL SPACE
              GO TO P230-FIM
           END-IF

           PERFORM VARYING WS-TAM-BUSCA FROM 20 BY -1
              UNTIL WS-TAM-BUSCA < 2 OR
                    WS-NM-BUSCA(WS-TAM-BUSCA:1) NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           MOVE WS-NM-BUSCA TO NM-ALUNO IN REG-ALUNO
           START ALUNOS KEY IS GREATER THAN OR EQUAL
              NM-ALUNO IN REG-ALUNO
              INVALID KEY
                 DISPLAY 'NENHUM ALUNO COM ESSE NOME.'
                 GO TO P230-FIM
           END-START

           MOVE ZERO TO WS-CONT
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NM-ALUNO IN REG-ALUNO(1:WS-TAM-BUSCA) NOT EQUAL
                       WS-NM-BUSCA(1:WS-TAM-BUSCA)
                       SET EOF-OK TO TRUE
                    ELSE
                       ADD 1 TO WS-CONT
                       MOVE ID-ALUNO TO WS-ALUNO-POR
                       DISPLAY 'ID ' ID-ALUNO ' - '
                               NM-ALUNO IN REG-ALUNO
                               ' CARTEIRINHA ' CARTEIRA-ALUNO
                       IF WS-CONT NOT < 20
                          DISPLAY '(MAIS NOMES: REFINE A BUSCA)'
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZERO
              DISPLAY 'NENHUM ALUNO COM ESSE NOME.'
              MOVE ZERO TO WS-ALUNO-POR
              GO TO P230-FIM
           END-IF

           IF WS-CONT GREATER THAN 1
              DISPLAY 'Informe o ID do aluno: '
              ACCEPT WS-ALUNO-POR
           END-IF
           .
       P230-FIM.

       P250-MOSTRA-AUTORIZADOS.

      * Tela da portaria: aluno, turma, restricoes judiciais em
      * destaque e a lista de quem pode retirar o aluno hoje.
           PERFORM P450-TURMA-DO-ALUNO THRU P450-FIM
           PERFORM P260-CARREGA-AUTORIZADOS THRU P260-FIM

           DISPLAY ' '
           DISPLAY '---------------------------------------------------'
           DISPLAY 'ALUNO ' WS-ALUNO-POR ' - ' WS-NM-ALUNO-POR
                   '  TURMA ' WS-TURMA-ALUNO
           DISPLAY '---------------------------------------------------'

           IF WS-QTD-RESTR GREATER THAN ZERO
              PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                 UNTIL WS-AT-IDX > WS-AT-QTD
                 IF WS-AT-TIPO (WS-AT-IDX) EQUAL 'R' AND
                    WS-AT-VIGENTE (WS-AT-IDX) EQUAL 'S'
                    DISPLAY '*** RESTRICAO JUDICIAL: NAO ENTREGAR A '
                            WS-AT-NOME (WS-AT-IDX) ' ***'
                    DISPLAY '    DOC ' WS-AT-DOC (WS-AT-IDX)
                            ' ' WS-AT-OBS (WS-AT-IDX)
                 END-IF
              END-PERFORM
           END-IF

           DISPLAY 'AUTORIZADOS A RETIRAR:'
           IF RESP-RESTRITO-OK
              DISPLAY ' 00 ' WS-NM-RESP-POR
                      ' (RESPONSAVEL) - COM RESTRICAO JUDICIAL'
           ELSE
              IF WS-NM-RESP-POR NOT EQUAL SPACE
                 DISPLAY ' 00 ' WS-NM-RESP-POR ' (RESPONSAVEL) TEL '
                         WS-TL-RESP-POR
              END-IF
           END-IF

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
              UNTIL WS-AT-IDX > WS-AT-QTD
              IF WS-AT-TIPO (WS-AT-IDX) EQUAL 'A'
                 IF WS-AT-VIGENTE (WS-AT-IDX) EQUAL 'S'
                    DISPLAY ' ' WS-AT-SEQ (WS-AT-IDX) ' '
                            WS-AT-NOME (WS-AT-IDX) ' '
                            WS-AT-PARENTESCO (WS-AT-IDX)
                            ' DOC ' WS-AT-DOC (WS-AT-IDX)
                 ELSE
                    DISPLAY ' ' WS-AT-SEQ (WS-AT-IDX) ' '
                            WS-AT-NOME (WS-AT-IDX)
                            ' - FORA DA VIGENCIA, NAO ENTREGAR'
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY '---------------------------------------------------'
           .
       P250-FIM.

       P260-CARREGA-AUTORIZADOS.

      * Carrega os registros ativos do aluno; vigente quando a data
      * de hoje esta entre o inicio e o fim (fim zerado = sem prazo).
      * O responsavel do cadastro fica restrito quando seu nome consta
      * de uma restricao vigente.
           MOVE ZERO TO WS-AT-QTD
           MOVE ZERO TO WS-QTD-RESTR
           MOVE 'N'  TO WS-RESP-RESTRITO

           SET FS-AUT-OK TO TRUE
           OPEN INPUT AUTORIZADOS
           IF WS-FS-AUT EQUAL 35
              GO TO P260-FIM
           END-IF
           IF NOT FS-AUT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
              GO TO P260-FIM
           END-IF

           MOVE WS-ALUNO-POR TO ID-ALUNO-AUT
           MOVE ZERO         TO SEQ-AUT
           START AUTORIZADOS KEY IS GREATER THAN OR EQUAL
              CHAVE-AUTORIZADO
              INVALID KEY
                 CLOSE AUTORIZADOS
                 GO TO P260-FIM
           END-START

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ AUTORIZADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-AUT NOT EQUAL WS-ALUNO-POR
                       SET EOF-OK TO TRUE
                    ELSE
                       IF AUT-ATIVO AND WS-AT-QTD < 99
                          PERFORM P265-GUARDA-AUTORIZADO
                             THRU P265-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE AUTORIZADOS
           .
       P260-FIM.

       P265-GUARDA-AUTORIZADO.

           ADD 1 TO WS-AT-QTD
           MOVE SEQ-AUT        TO WS-AT-SEQ (WS-AT-QTD)
           MOVE NM-AUT         TO WS-AT-NOME (WS-AT-QTD)
           MOVE DOC-AUT        TO WS-AT-DOC (WS-AT-QTD)
           MOVE PARENTESCO-AUT TO WS-AT-PARENTESCO (WS-AT-QTD)
           MOVE TIPO-AUT       TO WS-AT-TIPO (WS-AT-QTD)
           MOVE OBS-AUT        TO WS-AT-OBS (WS-AT-QTD)

           MOVE 'S' TO WS-AT-VIGENTE (WS-AT-QTD)
           IF DT-INICIO-AUT NUMERIC AND DT-INICIO-AUT > WS-HOJE
              MOVE 'N' TO WS-AT-VIGENTE (WS-AT-QTD)
           END-IF
           IF DT-FIM-AUT NUMERIC AND DT-FIM-AUT NOT EQUAL ZERO AND
              DT-FIM-AUT < WS-HOJE
              MOVE 'N' TO WS-AT-VIGENTE (WS-AT-QTD)
           END-IF

           IF AUT-RESTRICAO AND WS-AT-VIGENTE (WS-AT-QTD) EQUAL 'S'
              ADD 1 TO WS-QTD-RESTR
              IF NM-AUT EQUAL WS-NM-RESP-POR
                 MOVE 'S' TO WS-RESP-RESTRITO
              END-IF
           END-IF
           .
       P265-FIM.

       P300-CADASTRA-AUTORIZADO.

           PERFORM P210-IDENTIFICA-ALUNO THRU P210-FIM
           IF NOT ACHOU-OK
              GO TO P300-FIM
           END-IF
           DISPLAY 'Aluno: ' WS-NM-ALUNO-POR

           DISPLAY 'Tipo: <A> autorizado a retirar ou <R> restricao '
                   'judicial (nao entregar a): '
           ACCEPT WS-TIPO-AUT
           IF WS-TIPO-AUT EQUAL 'a'
              MOVE 'A' TO WS-TIPO-AUT
           END-IF
           IF WS-TIPO-AUT EQUAL 'r'
              MOVE 'R' TO WS-TIPO-AUT
           END-IF
           IF WS-TIPO-AUT NOT EQUAL 'A' AND WS-TIPO-AUT NOT EQUAL 'R'
              DISPLAY 'TIPO INVALIDO.'
              GO TO P300-FIM
           END-IF

           SET FS-AUT-OK TO TRUE
           OPEN I-O AUTORIZADOS

           IF WS-FS-AUT EQUAL 35
              OPEN OUTPUT AUTORIZADOS
              CLOSE AUTORIZADOS
              OPEN I-O AUTORIZADOS
           END-IF

           IF NOT FS-AUT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
              GO TO P300-FIM
           END-IF

      * Proximo sequencial do aluno (01 a 99).
           MOVE ZERO TO WS-PROX-SEQ
           MOVE WS-ALUNO-POR TO ID-ALUNO-AUT
           MOVE ZERO         TO SEQ-AUT
           START AUTORIZADOS KEY IS GREATER THAN OR EQUAL
              CHAVE-AUTORIZADO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ AUTORIZADOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-AUT NOT EQUAL WS-ALUNO-POR
                       SET EOF-OK TO TRUE
                    ELSE
                       MOVE SEQ-AUT TO WS-PROX-SEQ
                    END-IF
              END-READ
           END-PERFORM

           IF WS-PROX-SEQ NOT < 99
              DISPLAY 'LIMITE DE 99 REGISTROS PARA O ALUNO ATINGIDO.'
              CLOSE AUTORIZADOS
              GO TO P300-FIM
           END-IF
           ADD 1 TO WS-PROX-SEQ

           MOVE SPACES       TO REG-AUTORIZADO
           MOVE WS-ALUNO-POR TO ID-ALUNO-AUT
           MOVE WS-PROX-SEQ  TO SEQ-AUT
           MOVE WS-TIPO-AUT  TO TIPO-AUT
           MOVE 'A'          TO SIT-AUT

           DISPLAY 'Nome da pessoa: '
           ACCEPT NM-AUT
           IF NM-AUT EQUAL SPACE
              DISPLAY 'NOME OBRIGATORIO.'
              CLOSE AUTORIZADOS
              GO TO P300-FIM
           END-IF
           DISPLAY 'Documento (RG/CPF): '
           ACCEPT DOC-AUT
           DISPLAY 'Parentesco/vinculo: '
           ACCEPT PARENTESCO-AUT
           DISPLAY 'Telefone: '
           ACCEPT TL-AUT

           DISPLAY 'Inicio da vigencia AAAAMMDD (0 = hoje): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NOT NUMERIC OR WS-DATA-AUX EQUAL ZERO
              MOVE WS-HOJE TO WS-DATA-AUX
           END-IF
           MOVE WS-DATA-AUX TO DT-INICIO-AUT

           DISPLAY 'Fim da vigencia AAAAMMDD (0 = sem prazo): '
           ACCEPT WS-DATA-AUX
           IF WS-DATA-AUX NOT NUMERIC
              MOVE ZERO TO WS-DATA-AUX
           END-IF
           IF WS-DATA-AUX NOT EQUAL ZERO AND
              WS-DATA-AUX < DT-INICIO-AUT
              DISPLAY 'FIM DA VIGENCIA ANTERIOR AO INICIO.'
              CLOSE AUTORIZADOS
              GO TO P300-FIM
           END-IF
           MOVE WS-DATA-AUX TO DT-FIM-AUT

           IF AUT-RESTRICAO
              DISPLAY 'Processo/decisao judicial: '
           ELSE
              DISPLAY 'Observacao: '
           END-IF
           ACCEPT OBS-AUT

           DISPLAY 'TECLE: <S> para gravar ou <QUALQUER TECLA> para '
                   'cancelar.'
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'REGISTRO NAO GRAVADO.'
              CLOSE AUTORIZADOS
              GO TO P300-FIM
           END-IF

           MOVE LK-OPERADOR TO OPERADOR-AUT
           MOVE WS-HOJE     TO DATA-AUT

           WRITE REG-AUTORIZADO
           END-WRITE

           IF FS-AUT-OK OR WS-FS-AUT EQUAL 02
              IF AUT-RESTRICAO
                 DISPLAY 'RESTRICAO ' SEQ-AUT ' GRAVADA.'
              ELSE
                 DISPLAY 'AUTORIZADO ' SEQ-AUT ' GRAVADO.'
              END-IF
              MOVE 'INCLUSAO'       TO AUD-OPERACAO
              MOVE 'AUTORIZADOS'    TO AUD-ARQUIVO
              MOVE CHAVE-AUTORIZADO TO AUD-CHAVE
              MOVE SPACE            TO AUD-VALOR-ANTES
              MOVE REG-AUTORIZADO   TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR O REGISTRO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
           END-IF

           CLOSE AUTORIZADOS
           .
       P300-FIM.

       P400-CANCELA-AUTORIZADO.

           PERFORM P210-IDENTIFICA-ALUNO THRU P210-FIM
           IF NOT ACHOU-OK
              GO TO P400-FIM
           END-IF

           PERFORM P250-MOSTRA-AUTORIZADOS THRU P250-FIM

           DISPLAY 'Sequencial a cancelar: '
           ACCEPT WS-SEQ-AUT
           IF WS-SEQ-AUT NOT NUMERIC OR WS-SEQ-AUT EQUAL ZERO
              DISPLAY 'SEQUENCIAL INVALIDO (00 E O RESPONSAVEL DO '
                      'CADASTRO DO ALUNO).'
              GO TO P400-FIM
           END-IF

           SET FS-AUT-OK TO TRUE
           OPEN I-O AUTORIZADOS
           IF NOT FS-AUT-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUTORIZADOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
              GO TO P400-FIM
           END-IF

           MOVE WS-ALUNO-POR TO ID-ALUNO-AUT
           MOVE WS-SEQ-AUT   TO SEQ-AUT
           READ AUTORIZADOS
              KEY IS CHAVE-AUTORIZADO
                 INVALID KEY
                    DISPLAY 'REGISTRO NAO ENCONTRADO.'
                    CLOSE AUTORIZADOS
                    GO TO P400-FIM
           END-READ

           IF AUT-CANCELADO
              DISPLAY 'REGISTRO JA CANCELADO.'
              CLOSE AUTORIZADOS
              GO TO P400-FIM
           END-IF

           DISPLAY 'CANCELAR ' NM-AUT ' ?'
           DISPLAY 'TECLE: <S> para confirmar ou <QUALQUER TECLA> '
                   'para desistir.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'CANCELAMENTO NAO REALIZADO.'
              CLOSE AUTORIZADOS
              GO TO P400-FIM
           END-IF

           MOVE REG-AUTORIZADO TO WS-REG-AUT-ANTES
           SET AUT-CANCELADO TO TRUE
           MOVE LK-OPERADOR TO OPERADOR-AUT
           MOVE WS-HOJE     TO DATA-AUT
           REWRITE REG-AUTORIZADO

           IF FS-AUT-OK OR WS-FS-AUT EQUAL 02
              DISPLAY 'REGISTRO ' SEQ-AUT ' CANCELADO.'
              MOVE 'CANCELA'        TO AUD-OPERACAO
              MOVE 'AUTORIZADOS'    TO AUD-ARQUIVO
              MOVE CHAVE-AUTORIZADO TO AUD-CHAVE
              MOVE WS-REG-AUT-ANTES TO AUD-VALOR-ANTES
              MOVE REG-AUTORIZADO   TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O REGISTRO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-AUT
           END-IF

           CLOSE AUTORIZADOS
           .
       P400-FIM.

       P450-TURMA-DO-ALUNO.

      * Turma do aluno no ano letivo corrente.
           MOVE ZERO TO WS-TURMA-ALUNO

           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              GO TO P450-FIM
           END-IF

           MOVE WS-ALUNO-POR TO ID-ALUNO-MAT
           MOVE ZERO         TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    CLOSE MATRICULA
                    GO TO P450-FIM
           END-START

           SET EOF-MAT-OK TO FALSE
           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL WS-ALUNO-POR
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO AND
                          ANO-MATRICULA EQUAL WS-ANO-HOJE
                          MOVE TURMA-MATRICULA TO WS-TURMA-ALUNO
                          SET EOF-MAT-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MATRICULA
           .
       P450-FIM.

       P500-SAIDA-ANTECIPADA.

           PERFORM P210-IDENTIFICA-ALUNO THRU P210-FIM
           IF NOT ACHOU-OK
              GO TO P500-FIM
           END-IF

           PERFORM P250-MOSTRA-AUTORIZADOS THRU P250-FIM

           DISPLAY 'Sequencial de quem esta retirando o aluno '
                   '(00 = responsavel): '
           ACCEPT WS-SEQ-AUT
           IF WS-SEQ-AUT NOT NUMERIC
              DISPLAY 'SEQUENCIAL INVALIDO.'
              GO TO P500-FIM
           END-IF

           PERFORM P510-VALIDA-RETIRADA THRU P510-FIM
           IF NOT VALIDO-OK
              GO TO P500-FIM
           END-IF

           DISPLAY 'Retirada por: ' WS-NM-RETIROU
           DISPLAY 'Documento apresentado (cadastrado: '
                   WS-DOC-RETIROU '): '
           ACCEPT WS-DOC-CONFERIDO
           IF WS-DOC-CONFERIDO EQUAL SPACE
              DISPLAY 'DOCUMENTO OBRIGATORIO NA SAIDA ANTECIPADA.'
              GO TO P500-FIM
           END-IF
           IF WS-DOC-RETIROU NOT EQUAL SPACE AND
              WS-DOC-CONFERIDO NOT EQUAL WS-DOC-RETIROU
              DISPLAY 'ATENCAO: DOCUMENTO DIFERENTE DO CADASTRADO.'
              DISPLAY 'TECLE <S> para liberar assim mesmo ou '
                      '<QUALQUER TECLA> para recusar: '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S' AND
                 WS-CONFIRMA NOT EQUAL 's'
                 DISPLAY 'SAIDA RECUSADA.'
                 GO TO P500-FIM
              END-IF
           END-IF

           DISPLAY 'Motivo da saida: '
           ACCEPT WS-MOTIVO-SAI

           DISPLAY 'Primeiro tempo de aula que o aluno perde (1 a 10,'
                   ' 0 = apos a ultima aula): '
           ACCEPT WS-TEMPO-INI
           IF WS-TEMPO-INI NOT NUMERIC OR WS-TEMPO-INI > 10
              DISPLAY 'TEMPO INVALIDO.'
              GO TO P500-FIM
           END-IF

           DISPLAY 'TECLE: <S> para registrar a saida ou <QUALQUER '
                   'TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'SAIDA NAO REGISTRADA.'
              GO TO P500-FIM
           END-IF

           ACCEPT WS-AGORA FROM TIME
           MOVE ZERO TO WS-AULAS-PERD
           IF WS-TEMPO-INI GREATER THAN ZERO
              PERFORM P550-LANCA-FALTAS THRU P550-FIM
           END-IF

           PERFORM P600-GRAVA-SAIDA THRU P600-FIM
           .
       P500-FIM.

       P510-VALIDA-RETIRADA.

      * So libera quem esta vigente na lista do aluno e nao consta de
      * restricao judicial vigente.
           MOVE 'N' TO WS-VALIDO
           MOVE ZERO TO WS-AT-ESCOLHA

           IF WS-SEQ-AUT EQUAL ZERO
              IF WS-NM-RESP-POR EQUAL SPACE
                 DISPLAY 'ALUNO SEM RESPONSAVEL NO CADASTRO.'
                 GO TO P510-FIM
              END-IF
              IF RESP-RESTRITO-OK
                 DISPLAY '*** SAIDA RECUSADA: RESPONSAVEL COM '
                         'RESTRICAO JUDICIAL ***'
                 GO TO P510-FIM
              END-IF
              MOVE WS-NM-RESP-POR TO WS-NM-RETIROU
              MOVE SPACE          TO WS-DOC-RETIROU
              MOVE 'S' TO WS-VALIDO
              GO TO P510-FIM
           END-IF

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
              UNTIL WS-AT-IDX > WS-AT-QTD
              IF WS-AT-SEQ (WS-AT-IDX) EQUAL WS-SEQ-AUT
                 MOVE WS-AT-IDX TO WS-AT-ESCOLHA
              END-IF
           END-PERFORM

           IF WS-AT-ESCOLHA EQUAL ZERO
              DISPLAY 'SEQUENCIAL NAO ENCONTRADO NA LISTA DO ALUNO.'
              GO TO P510-FIM
           END-IF

           IF WS-AT-TIPO (WS-AT-ESCOLHA) EQUAL 'R'
              DISPLAY '*** SAIDA RECUSADA: RESTRICAO JUDICIAL - NAO '
                      'ENTREGAR A ' WS-AT-NOME (WS-AT-ESCOLHA) ' ***'
              GO TO P510-FIM
           END-IF

           IF WS-AT-VIGENTE (WS-AT-ESCOLHA) NOT EQUAL 'S'
              DISPLAY 'SAIDA RECUSADA: AUTORIZACAO FORA DA VIGENCIA.'
              GO TO P510-FIM
           END-IF

           PERFORM VARYING WS-AT-IDX2 FROM 1 BY 1
              UNTIL WS-AT-IDX2 > WS-AT-QTD
              IF WS-AT-TIPO (WS-AT-IDX2) EQUAL 'R' AND
                 WS-AT-VIGENTE (WS-AT-IDX2) EQUAL 'S' AND
                 WS-AT-NOME (WS-AT-IDX2) EQUAL
                 WS-AT-NOME (WS-AT-ESCOLHA)
                 DISPLAY '*** SAIDA RECUSADA: RESTRICAO JUDICIAL - '
                         'NAO ENTREGAR A '
                         WS-AT-NOME (WS-AT-ESCOLHA) ' ***'
                 GO TO P510-FIM
              END-IF
           END-PERFORM

           MOVE WS-AT-NOME (WS-AT-ESCOLHA) TO WS-NM-RETIROU
           MOVE WS-AT-DOC (WS-AT-ESCOLHA)  TO WS-DOC-RETIROU
           MOVE 'S' TO WS-VALIDO
           .
       P510-FIM.

       P550-LANCA-FALTAS.

      * Falta em cada aula restante do dia: aulas da turma no quadro
      * de horarios no dia da semana de hoje, a partir do tempo
      * informado, nas disciplinas em que o aluno esta matriculado.
      * Lanca no registro da disciplina no trimestre corrente (o
      * lancamento do professor no fechamento do periodo substitui
      * os totais).
           IF WS-TURMA-ALUNO EQUAL ZERO
              DISPLAY 'ALUNO SEM TURMA NO ANO ' WS-ANO-HOJE
                      ': FALTAS NAO LANCADAS.'
              GO TO P550-FIM
           END-IF

           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE (WS-HOJE)
           SUBTRACT 1 FROM WS-DIAS-INT
           DIVIDE WS-DIAS-INT BY 7 GIVING WS-QUOCIENTE
              REMAINDER WS-DIA-SEMANA
           ADD 1 TO WS-DIA-SEMANA

           IF WS-DIA-SEMANA EQUAL 7
              DISPLAY 'DOMINGO: SEM AULAS A LANCAR.'
              GO TO P550-FIM
           END-IF

           PERFORM P560-TRIMESTRE-CORRENTE THRU P560-FIM
           IF WS-TRIM-SAI EQUAL ZERO
              GO TO P550-FIM
           END-IF

           PERFORM P570-AULAS-RESTANTES THRU P570-FIM
           IF WS-PD-QTD EQUAL ZERO
              DISPLAY 'NENHUMA AULA RESTANTE NO QUADRO DE HORARIOS '
                      'DA TURMA HOJE.'
              GO TO P550-FIM
           END-IF

           SET FS-FRQ-OK TO TRUE
           OPEN I-O FREQUENCIA

           IF WS-FS-FRQ EQUAL 35
              OPEN OUTPUT FREQUENCIA
              CLOSE FREQUENCIA
              OPEN I-O FREQUENCIA
           END-IF

           IF NOT FS-FRQ-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FRQ
              GO TO P550-FIM
           END-IF

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-QTD
              PERFORM P580-POSTA-DISCIPLINA THRU P580-FIM
           END-PERFORM

           CLOSE FREQUENCIA

           DISPLAY WS-AULAS-PERD ' FALTA(S) LANCADA(S) NO TRIMESTRE '
                   WS-TRIM-SAI '.'
           .
       P550-FIM.

       P560-TRIMESTRE-CORRENTE.

      * Periodo do calendario letivo que contem a data de hoje; nada
      * e lancado em periodo fechado.
           MOVE ZERO TO WS-TRIM-SAI

           SET FS-OK TO TRUE
           OPEN INPUT CALENDARIO
           IF NOT FS-OK
              DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO: FALTAS NAO '
                      'LANCADAS.'
              GO TO P560-FIM
           END-IF

           MOVE WS-ANO-HOJE TO ANO-CAL
           MOVE ZERO        TO TRIM-CAL
           START CALENDARIO KEY IS GREATER THAN OR EQUAL
              CHAVE-CALENDARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ CALENDARIO NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ANO-CAL NOT EQUAL WS-ANO-HOJE
                       SET EOF-OK TO TRUE
                    ELSE
                       IF WS-HOJE NOT < DT-INICIO-CAL AND
                          WS-HOJE NOT > DT-FIM-CAL
                          MOVE TRIM-CAL TO WS-TRIM-SAI
                          SET EOF-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO

           IF WS-TRIM-SAI EQUAL ZERO
              DISPLAY 'HOJE NAO ESTA EM PERIODO DO CALENDARIO LETIVO: '
                      'FALTAS NAO LANCADAS.'
              GO TO P560-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT PERIODOS
           IF FS-OK
              MOVE WS-ANO-HOJE TO ANO-PERIODO
              MOVE WS-TRIM-SAI TO TRIM-PERIODO
              READ PERIODOS
                 KEY IS CHAVE-PERIODO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PERIODO-FECHADO
                          DISPLAY 'PERIODO ' WS-TRIM-SAI ' FECHADO: '
                                  'FALTAS NAO LANCADAS.'
                          MOVE ZERO TO WS-TRIM-SAI
                       END-IF
              END-READ
              CLOSE PERIODOS
           END-IF
           .
       P560-FIM.

       P570-AULAS-RESTANTES.

      * Soma, por disciplina, os tempos da turma hoje a partir do
      * tempo informado.
           MOVE ZERO TO WS-PD-QTD

           SET FS-OK TO TRUE
           OPEN INPUT HORARIOS
           IF NOT FS-OK
              DISPLAY 'QUADRO DE HORARIOS NAO CADASTRADO: FALTAS NAO '
                      'LANCADAS.'
              GO TO P570-FIM
           END-IF

           MOVE WS-TURMA-ALUNO TO ID-TURMA-HOR
           MOVE ZERO           TO ID-DISCIPLINA-HOR
           MOVE ZERO           TO DIA-SEMANA-HOR
           MOVE ZERO           TO TEMPO-HOR
           START HORARIOS KEY IS GREATER THAN OR EQUAL CHAVE-HORARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
              NOT INVALID KEY
                 SET EOF-OK TO FALSE
           END-START

           PERFORM UNTIL EOF-OK
              READ HORARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF ID-TURMA-HOR NOT EQUAL WS-TURMA-ALUNO
                       SET EOF-OK TO TRUE
                    ELSE
                       IF DIA-SEMANA-HOR EQUAL WS-DIA-SEMANA AND
                          TEMPO-HOR NOT < WS-TEMPO-INI
                          PERFORM P575-SOMA-DISCIPLINA THRU P575-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HORARIOS
           .
       P570-FIM.

       P575-SOMA-DISCIPLINA.

           MOVE ZERO TO WS-PD-IDX
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
              UNTIL WS-AT-IDX > WS-PD-QTD
              IF WS-PD-DISC (WS-AT-IDX) EQUAL ID-DISCIPLINA-HOR
                 MOVE WS-AT-IDX TO WS-PD-IDX
              END-IF
           END-PERFORM

           IF WS-PD-IDX EQUAL ZERO
              IF WS-PD-QTD NOT < 10
                 GO TO P575-FIM
              END-IF
              ADD 1 TO WS-PD-QTD
              MOVE WS-PD-QTD         TO WS-PD-IDX
              MOVE ID-DISCIPLINA-HOR TO WS-PD-DISC (WS-PD-IDX)
              MOVE ZERO              TO WS-PD-AULAS (WS-PD-IDX)
           END-IF

           ADD 1 TO WS-PD-AULAS (WS-PD-IDX)
           .
       P575-FIM.

       P580-POSTA-DISCIPLINA.

      * So lanca em disciplina em que o aluno esta matriculado no
      * ano. Registro novo nasce com as aulas perdidas como aulas
      * dadas; as faltas nunca passam das aulas dadas.
           SET FS-OK TO TRUE
           OPEN INPUT MATRICULA
           IF NOT FS-OK
              GO TO P580-FIM
           END-IF

           MOVE WS-ALUNO-POR            TO ID-ALUNO-MAT
           MOVE WS-PD-DISC (WS-PD-IDX)  TO ID-DISCIPLINA-MAT
           MOVE 'N' TO WS-ACHOU
           READ MATRICULA
              KEY IS CHAVE-MATRICULA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ANO-MATRICULA EQUAL WS-ANO-HOJE
                       MOVE 'S' TO WS-ACHOU
                    END-IF
           END-READ
           CLOSE MATRICULA

           IF NOT ACHOU-OK
              GO TO P580-FIM
           END-IF

           MOVE WS-ALUNO-POR           TO ID-ALUNO-FRQ
           MOVE WS-PD-DISC (WS-PD-IDX) TO ID-DISCIPLINA-FRQ
           MOVE WS-TRIM-SAI            TO TRIMESTRE-FRQ
           READ FREQUENCIA
              KEY IS CHAVE-FREQUENCIA
                 INVALID KEY
                    MOVE SPACE TO WS-REG-FRQ-ANTES
                    MOVE WS-ALUNO-POR           TO ID-ALUNO-FRQ
                    MOVE WS-PD-DISC (WS-PD-IDX) TO ID-DISCIPLINA-FRQ
                    MOVE WS-TRIM-SAI            TO TRIMESTRE-FRQ
                    MOVE WS-PD-AULAS (WS-PD-IDX) TO AULAS-DADAS-FRQ
                    MOVE WS-PD-AULAS (WS-PD-IDX) TO FALTAS-FRQ
                    WRITE REG-FREQUENCIA
                    END-WRITE
                 NOT INVALID KEY
                    MOVE REG-FREQUENCIA TO WS-REG-FRQ-ANTES
                    ADD WS-PD-AULAS (WS-PD-IDX) TO FALTAS-FRQ
                    IF FALTAS-FRQ > AULAS-DADAS-FRQ
                       MOVE FALTAS-FRQ TO AULAS-DADAS-FRQ
                    END-IF
                    REWRITE REG-FREQUENCIA
           END-READ

           IF FS-FRQ-OK OR WS-FS-FRQ EQUAL 02
              ADD WS-PD-AULAS (WS-PD-IDX) TO WS-AULAS-PERD
              MOVE 'SAIDA-ANT'      TO AUD-OPERACAO
              MOVE 'FREQUENCIA'     TO AUD-ARQUIVO
              MOVE CHAVE-FREQUENCIA TO AUD-CHAVE
              MOVE WS-REG-FRQ-ANTES TO AUD-VALOR-ANTES
              MOVE REG-FREQUENCIA   TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO LANCAR FALTA NA DISCIPLINA '
                      WS-PD-DISC (WS-PD-IDX)
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-FRQ
           END-IF
           .
       P580-FIM.

       P600-GRAVA-SAIDA.

           MOVE SPACES           TO REG-SAIDA
           MOVE WS-HOJE          TO DATA-SAI
           MOVE WS-AGORA         TO HORA-SAI
           MOVE WS-ALUNO-POR     TO ID-ALUNO-SAI
           MOVE WS-SEQ-AUT       TO SEQ-AUT-SAI
           MOVE WS-NM-RETIROU    TO NM-RETIROU-SAI
           MOVE WS-DOC-CONFERIDO TO DOC-RETIROU-SAI
           MOVE WS-MOTIVO-SAI    TO MOTIVO-SAI
           MOVE WS-TEMPO-INI     TO TEMPO-SAI
           MOVE WS-AULAS-PERD    TO AULAS-PERDIDAS-SAI
           MOVE LK-OPERADOR      TO OPERADOR-SAI
           MOVE LK-TERMINAL      TO TERMINAL-SAI

           SET FS-SAI-OK TO TRUE
           OPEN EXTEND SAIDAS

           IF WS-FS-SAI EQUAL 35
              OPEN OUTPUT SAIDAS
           END-IF

           IF NOT FS-SAI-OK
              DISPLAY 'ERRO AO ABRIR O LIVRO DE SAIDAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAI
              GO TO P600-FIM
           END-IF

           WRITE REG-SAIDA
           CLOSE SAIDAS

           DISPLAY 'SAIDA ANTECIPADA REGISTRADA AS ' WS-AGORA(1:2) ':'
                   WS-AGORA(3:2) ' - ' WS-NM-ALUNO-POR
                   ' RETIRADO POR ' WS-NM-RETIROU

           MOVE 'SAIDA'       TO AUD-OPERACAO
           MOVE 'SAIDAS'      TO AUD-ARQUIVO
           MOVE WS-ALUNO-POR  TO AUD-CHAVE
           MOVE SPACE         TO AUD-VALOR-ANTES
           MOVE REG-SAIDA     TO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P600-FIM.

       P700-SAIDAS-DO-DIA.

           DISPLAY 'Data AAAAMMDD (0 = hoje): '
           ACCEPT WS-DATA-LISTA
           IF WS-DATA-LISTA NOT NUMERIC OR WS-DATA-LISTA EQUAL ZERO
              MOVE WS-HOJE TO WS-DATA-LISTA
           END-IF

           SET FS-SAI-OK TO TRUE
           OPEN INPUT SAIDAS
           IF WS-FS-SAI EQUAL 35
              DISPLAY 'NENHUMA SAIDA ANTECIPADA REGISTRADA.'
              GO TO P700-FIM
           END-IF
           IF NOT FS-SAI-OK
              DISPLAY 'ERRO AO ABRIR O LIVRO DE SAIDAS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-SAI
              GO TO P700-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'SAIDAS ANTECIPADAS EM ' WS-DATA-LISTA
           DISPLAY 'HORA  ALUNO RETIRADO POR          DOCUMENTO       '
                   'TEMPO FALTAS OPERADOR'

           MOVE ZERO TO WS-CONT
           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ SAIDAS
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF DATA-SAI EQUAL WS-DATA-LISTA
                       ADD 1 TO WS-CONT
                       DISPLAY HORA-SAI(1:2) ':' HORA-SAI(3:2) ' '
                               ID-ALUNO-SAI ' ' NM-RETIROU-SAI ' '
                               DOC-RETIROU-SAI ' ' TEMPO-SAI '    '
                               AULAS-PERDIDAS-SAI '     '
                               OPERADOR-SAI
                       DISPLAY '      MOTIVO: ' MOTIVO-SAI
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SAIDAS
           DISPLAY WS-CONT ' SAIDA(S) ANTECIPADA(S).'
           .
       P700-FIM.

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

           MOVE 'PROGPORT' TO AUD-PROGRAMA
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
       END PROGRAM PROGPORT.
