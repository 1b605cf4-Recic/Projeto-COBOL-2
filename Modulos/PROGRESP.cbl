      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Cadastro de familias: o responsavel e cadastrado uma
      *          unica vez (documento, telefones, e-mail e endereco)
      *          e vinculado a cada aluno com o grau de parentesco,
      *          de modo que irmaos compartilham o mesmo registro e a
      *          troca de telefone e feita num lugar so. Toda
      *          alteracao do responsavel e copiada para o nome e o
      *          telefone do responsavel no cadastro de cada aluno
      *          vinculado. Consulta da familia (responsavel e
      *          alunos) e agrupamento inicial dos cadastros
      *          existentes: os alunos ainda sem vinculo sao reunidos
      *          pelo nome do responsavel normalizado e pelo telefone
      *          e cada grupo e confirmado antes da gravacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESP.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEIS ASSIGN TO
           WS-CAMINHO-RESPONSAVEIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-RSP
           ALTERNATE RECORD KEY NM-RSP WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-RSP.

           SELECT VINCRESP ASSIGN TO
           WS-CAMINHO-VINCRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-VRS
           ALTERNATE RECORD KEY ID-RSP-VRS WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VRS.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

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

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEIS.
           COPY FD-RESPONS.

       FD  VINCRESP.
           COPY FD-VINCRESP.

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DIR-DADOS-PADRAO
           PIC X(39) VALUE '/home/recic/Dev/Cobol/Desafio M3/Dados/'.

       01  WS-CAMINHO-RESPONSAVEIS           PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).
       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-RSP                         PIC 99.
           88 FS-RSP-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-AUX                        PIC X.
           88 EOF-AUX-OK                     VALUE 'S' FALSE 'N'.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                          PIC X(01) VALUE SPACE.
       77  WS-CONFIRMA                       PIC X.

       77  WS-TIPO-CONTROLE                  PIC X(10).
       77  WS-PROX-NUMERO                    PIC 9(05).
       77  WS-FAIXA-BASE                     PIC 9(05) VALUE ZERO.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.
       77  WS-EXISTE                         PIC X VALUE 'N'.
           88 EXISTE-OK                      VALUE 'S' FALSE 'N'.
       77  WS-VALIDO                         PIC X VALUE 'N'.
           88 VALIDO-OK                      VALUE 'S' FALSE 'N'.

      * Cadastro do responsavel.
       77  WS-ID-RSP-IN                      PIC 9(05) VALUE ZERO.
       01  WS-NM-RSP-IN                      PIC X(20) VALUE SPACE.
       01  WS-DOC-RSP-IN                     PIC X(15) VALUE SPACE.
       01  WS-TL-RSP-IN                      PIC X(20) VALUE SPACE.
       01  WS-TL2-RSP-IN                     PIC X(20) VALUE SPACE.
       01  WS-EMAIL-RSP-IN                   PIC X(40) VALUE SPACE.
       01  WS-END-RSP-IN                     PIC X(40) VALUE SPACE.
       77  WS-SITUACAO-RSP-IN                PIC X(01) VALUE SPACE.
       01  WS-REG-RSP-ANTES                  PIC X(200) VALUE SPACE.
       01  WS-NM-RSP-ANTES                   PIC X(20) VALUE SPACE.
       01  WS-TL-RSP-ANTES                   PIC X(20) VALUE SPACE.

      * Vinculo do aluno.
       77  WS-ID-ALUNO-IN                    PIC 9(05) VALUE ZERO.
       77  WS-PARENTESCO-IN                  PIC X(01) VALUE SPACE.
       01  WS-REG-VRS-ANTES                  PIC X(50) VALUE SPACE.
       77  WS-TEM-VINCULO                    PIC X VALUE 'N'.
           88 TEM-VINCULO-OK                 VALUE 'S' FALSE 'N'.

      * Copia do responsavel para o cadastro do aluno.
       77  WS-ALUNO-ALVO                     PIC 9(05) VALUE ZERO.
       01  WS-NM-COPIA                       PIC X(20) VALUE SPACE.
       01  WS-TL-COPIA                       PIC X(20) VALUE SPACE.
       01  WS-REG-AL-ANTES                   PIC X(265) VALUE SPACE.
       77  WS-QTD-COPIADOS                   PIC 9(04) VALUE ZERO.
       77  WS-QTD-FAMILIA                    PIC 9(04) VALUE ZERO.
       01  WS-DS-PARENTESCO                  PIC X(12) VALUE SPACE.

      * Normalizacao de nome (caixa alta, espacos simples) e de
      * telefone (ultimos 8 digitos), como na procura de duplicatas
      * do cadastro de alunos.
       77  WS-NOME-IN                        PIC X(20) VALUE SPACE.
       77  WS-NOME-NORM                      PIC X(20) VALUE SPACE.
       77  WS-NORM-IDX                       PIC 9(02) VALUE ZERO.
       77  WS-NORM-POS                       PIC 9(02) VALUE ZERO.
       77  WS-NORM-ANTERIOR                  PIC X VALUE SPACE.
       01  WS-FONE-IN                        PIC X(20) VALUE SPACE.
       01  WS-FONE-DIGITOS                   PIC X(20) VALUE SPACE.
       01  WS-FONE-NORM                      PIC X(08) VALUE SPACE.
       77  WS-FONE-IDX                       PIC 9(02) VALUE ZERO.
       77  WS-FONE-POS                       PIC 9(02) VALUE ZERO.
       01  WS-MAE-NORM                       PIC X(20) VALUE SPACE.
       01  WS-PAI-NORM                       PIC X(20) VALUE SPACE.

      * Agrupamento inicial: alunos sem vinculo ordenados pela chave
      * nome normalizado + telefone; responsaveis ja cadastrados.
       77  WS-GR-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-GR-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-GR-IDX2                        PIC 9(04) VALUE ZERO.
       77  WS-GR-INI                         PIC 9(04) VALUE ZERO.
       77  WS-GR-FIM                         PIC 9(04) VALUE ZERO.
       01  WS-GR-NOVO.
           03 WS-GR-NOVO-CHAVE.
              05 WS-GR-NOVO-NOME             PIC X(20).
              05 WS-GR-NOVO-FONE             PIC X(08).
           03 WS-GR-NOVO-ALUNO               PIC 9(05).
           03 WS-GR-NOVO-NM-ALUNO            PIC X(20).
           03 WS-GR-NOVO-NM-RESP             PIC X(20).
           03 WS-GR-NOVO-TL-RESP             PIC X(20).
           03 WS-GR-NOVO-END                 PIC X(40).
           03 WS-GR-NOVO-PARENT              PIC X(01).
       01  WS-TAB-GRUPOS.
           03 WS-GR-ITEM OCCURS 3000 TIMES.
              05 WS-GR-CHAVE.
                 07 WS-GR-NOME               PIC X(20).
                 07 WS-GR-FONE               PIC X(08).
              05 WS-GR-ALUNO                 PIC 9(05).
              05 WS-GR-NM-ALUNO              PIC X(20).
              05 WS-GR-NM-RESP               PIC X(20).
              05 WS-GR-TL-RESP               PIC X(20).
              05 WS-GR-END                   PIC X(40).
              05 WS-GR-PARENT                PIC X(01).
       77  WS-RE-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-RE-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-RE-ACHADO                      PIC 9(05) VALUE ZERO.
       01  WS-TAB-RESP-EXISTENTES.
           03 WS-RE-ITEM OCCURS 2000 TIMES.
              05 WS-RE-CHAVE                 PIC X(28).
              05 WS-RE-ID                    PIC 9(05).
       77  WS-CONFIRMA-TODOS                 PIC X VALUE 'N'.
           88 CONFIRMA-TODOS-OK              VALUE 'S' FALSE 'N'.
       77  WS-FIM-AGRUPA                     PIC X VALUE 'N'.
           88 FIM-AGRUPA-OK                  VALUE 'S' FALSE 'N'.
       77  WS-CONT-SEM-RESP                  PIC 9(04) VALUE ZERO.
       77  WS-CONT-JA-VINC                   PIC 9(04) VALUE ZERO.
       77  WS-CONT-GRUPOS                    PIC 9(04) VALUE ZERO.
       77  WS-CONT-RSP-NOVOS                 PIC 9(04) VALUE ZERO.
       77  WS-CONT-VINCULADOS                PIC 9(04) VALUE ZERO.
       77  WS-CONT-PULADOS                   PIC 9(04) VALUE ZERO.

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
           DISPLAY 'CADASTRO DE FAMILIAS (RESPONSAVEIS)'
           DISPLAY '***************************************************'

           IF LK-PERFIL EQUAL 'P'
              DISPLAY 'ACESSO RESTRITO A SECRETARIA, COORDENACAO E '
                      'DIRECAO.'
              PERFORM P950-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET EXT-OK TO FALSE
           PERFORM P100-MENU THRU P100-FIM UNTIL EXT-OK
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

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

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
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

           .
       P010-FIM.

       P100-MENU.

           MOVE SPACE TO WS-OPCAO
           DISPLAY ' '
           DISPLAY '|                                                 |'
           DISPLAY '|   1 - Cadastrar/Alterar Responsavel             |'
           DISPLAY '|   2 - Vincular Aluno ao Responsavel             |'
           DISPLAY '|   3 - Consultar Familia                         |'
           DISPLAY '|   4 - Agrupamento Inicial dos Cadastros         |'
           DISPLAY '|                                                 |'
           DISPLAY '|   F - Retornar ao Menu                          |'
           DISPLAY '|                                                 |'
           DISPLAY 'Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM P200-CADASTRA-RESP THRU P200-FIM
              WHEN '2'
                 PERFORM P300-VINCULA-ALUNO THRU P300-FIM
              WHEN '3'
                 PERFORM P400-CONSULTA-FAMILIA THRU P400-FIM
              WHEN '4'
                 PERFORM P500-AGRUPAMENTO THRU P500-FIM
              WHEN 'F'
                 SET EXT-OK TO TRUE
              WHEN 'f'
                 SET EXT-OK TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .
       P100-FIM.

       P200-CADASTRA-RESP.

           DISPLAY 'Informe o ID do responsavel (0 para novo): '
           ACCEPT WS-ID-RSP-IN
           IF WS-ID-RSP-IN NOT NUMERIC
              DISPLAY 'ID DE RESPONSAVEL INVALIDO.'
              GO TO P200-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN I-O RESPONSAVEIS

           IF WS-FS-RSP EQUAL 35
              OPEN OUTPUT RESPONSAVEIS
              CLOSE RESPONSAVEIS
              OPEN I-O RESPONSAVEIS
           END-IF

           IF NOT FS-RSP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RSP
              GO TO P200-FIM
           END-IF

           SET EXISTE-OK TO FALSE
           IF WS-ID-RSP-IN NOT EQUAL ZERO
              MOVE WS-ID-RSP-IN TO ID-RSP
              READ RESPONSAVEIS
                 KEY IS ID-RSP
                    INVALID KEY
                       DISPLAY 'RESPONSAVEL NAO CADASTRADO.'
                       CLOSE RESPONSAVEIS
                       GO TO P200-FIM
                    NOT INVALID KEY
                       SET EXISTE-OK TO TRUE
              END-READ
           END-IF

           MOVE SPACE TO WS-REG-RSP-ANTES
           IF EXISTE-OK
              MOVE REG-RESPONSAVEL TO WS-REG-RSP-ANTES
              MOVE NM-RSP TO WS-NM-RSP-ANTES
              MOVE TL-RSP TO WS-TL-RSP-ANTES
              DISPLAY 'RESPONSAVEL: ' NM-RSP ' DOCUMENTO: ' DOC-RSP
              DISPLAY 'TELEFONES: ' TL-RSP ' / ' TL2-RSP
              DISPLAY 'E-MAIL: ' EMAIL-RSP
              DISPLAY 'ENDERECO: ' END-RSP
              DISPLAY 'SITUACAO: ' SITUACAO-RSP
              DISPLAY '(<ENTER> mantem o valor atual)'
              MOVE NM-RSP       TO WS-NM-RSP-IN
              MOVE DOC-RSP      TO WS-DOC-RSP-IN
              MOVE TL-RSP       TO WS-TL-RSP-IN
              MOVE TL2-RSP      TO WS-TL2-RSP-IN
              MOVE EMAIL-RSP    TO WS-EMAIL-RSP-IN
              MOVE END-RSP      TO WS-END-RSP-IN
              MOVE SITUACAO-RSP TO WS-SITUACAO-RSP-IN
           ELSE
              MOVE SPACE TO WS-NM-RSP-ANTES
              MOVE SPACE TO WS-TL-RSP-ANTES
              MOVE SPACE TO WS-NM-RSP-IN
              MOVE SPACE TO WS-DOC-RSP-IN
              MOVE SPACE TO WS-TL-RSP-IN
              MOVE SPACE TO WS-TL2-RSP-IN
              MOVE SPACE TO WS-EMAIL-RSP-IN
              MOVE SPACE TO WS-END-RSP-IN
              MOVE 'A'   TO WS-SITUACAO-RSP-IN
           END-IF

           DISPLAY 'Nome do responsavel: '
           ACCEPT WS-NM-RSP-IN
           IF WS-NM-RSP-IN EQUAL SPACE
              IF EXISTE-OK
                 MOVE NM-RSP TO WS-NM-RSP-IN
              ELSE
                 DISPLAY 'NOME OBRIGATORIO. RESPONSAVEL NAO GRAVADO.'
                 CLOSE RESPONSAVEIS
                 GO TO P200-FIM
              END-IF
           END-IF

           DISPLAY 'Documento (CPF ou RG): '
           ACCEPT WS-DOC-RSP-IN
           IF WS-DOC-RSP-IN EQUAL SPACE AND EXISTE-OK
              MOVE DOC-RSP TO WS-DOC-RSP-IN
           END-IF

           DISPLAY 'Telefone principal: '
           ACCEPT WS-TL-RSP-IN
           IF WS-TL-RSP-IN EQUAL SPACE AND EXISTE-OK
              MOVE TL-RSP TO WS-TL-RSP-IN
           END-IF

           DISPLAY 'Telefone de recado: '
           ACCEPT WS-TL2-RSP-IN
           IF WS-TL2-RSP-IN EQUAL SPACE AND EXISTE-OK
              MOVE TL2-RSP TO WS-TL2-RSP-IN
           END-IF

           DISPLAY 'E-mail: '
           ACCEPT WS-EMAIL-RSP-IN
           IF WS-EMAIL-RSP-IN EQUAL SPACE AND EXISTE-OK
              MOVE EMAIL-RSP TO WS-EMAIL-RSP-IN
           END-IF

           DISPLAY 'Endereco: '
           ACCEPT WS-END-RSP-IN
           IF WS-END-RSP-IN EQUAL SPACE AND EXISTE-OK
              MOVE END-RSP TO WS-END-RSP-IN
           END-IF

           IF EXISTE-OK
              DISPLAY 'Situacao (A = ativo, I = inativo): '
              ACCEPT WS-SITUACAO-RSP-IN
              INSPECT WS-SITUACAO-RSP-IN CONVERTING 'ai' TO 'AI'
              IF WS-SITUACAO-RSP-IN NOT EQUAL 'I'
                 IF WS-SITUACAO-RSP-IN EQUAL SPACE
                    MOVE SITUACAO-RSP TO WS-SITUACAO-RSP-IN
                 ELSE
                    MOVE 'A' TO WS-SITUACAO-RSP-IN
                 END-IF
              END-IF
           END-IF

           DISPLAY 'TECLE <S> para gravar ou <QUALQUER TECLA> para '
                   'cancelar: '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'GRAVACAO CANCELADA.'
              CLOSE RESPONSAVEIS
              GO TO P200-FIM
           END-IF

           IF NOT EXISTE-OK
              MOVE 'RESPONSAV' TO WS-TIPO-CONTROLE
              PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
              IF WS-PROX-NUMERO EQUAL ZERO
                 DISPLAY 'NUMERACAO INDISPONIVEL. RESPONSAVEL NAO '
                         'GRAVADO.'
                 CLOSE RESPONSAVEIS
                 GO TO P200-FIM
              END-IF
              MOVE WS-PROX-NUMERO TO WS-ID-RSP-IN
           END-IF

           MOVE SPACE              TO REG-RESPONSAVEL
           MOVE WS-ID-RSP-IN       TO ID-RSP
           MOVE WS-NM-RSP-IN       TO NM-RSP
           MOVE WS-DOC-RSP-IN      TO DOC-RSP
           MOVE WS-TL-RSP-IN       TO TL-RSP
           MOVE WS-TL2-RSP-IN      TO TL2-RSP
           MOVE WS-EMAIL-RSP-IN    TO EMAIL-RSP
           MOVE WS-END-RSP-IN      TO END-RSP
           MOVE WS-SITUACAO-RSP-IN TO SITUACAO-RSP
           MOVE LK-OPERADOR        TO OPERADOR-RSP
           MOVE WS-DATA-HOJE       TO DATA-RSP

           IF EXISTE-OK
              REWRITE REG-RESPONSAVEL
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-RESPONSAVEL
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-RSP-OK
              DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RSP
              CLOSE RESPONSAVEIS
              GO TO P200-FIM
           END-IF

           CLOSE RESPONSAVEIS
           DISPLAY 'RESPONSAVEL ' WS-ID-RSP-IN ' GRAVADO.'

           MOVE 'RESPONSAVEIS'    TO AUD-ARQUIVO
           MOVE WS-ID-RSP-IN      TO AUD-CHAVE
           MOVE WS-REG-RSP-ANTES  TO AUD-VALOR-ANTES
           MOVE REG-RESPONSAVEL   TO AUD-VALOR-DEPOIS
           MOVE SPACE             TO AUD-MOTIVO
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

      * Nome ou telefone alterado: vale para todos os irmaos.
           IF EXISTE-OK AND
              (WS-NM-RSP-IN NOT EQUAL WS-NM-RSP-ANTES OR
               WS-TL-RSP-IN NOT EQUAL WS-TL-RSP-ANTES)
              PERFORM P250-PROPAGA-FAMILIA THRU P250-FIM
              DISPLAY 'CADASTRO DE ' WS-QTD-COPIADOS
                      ' ALUNO(S) DA FAMILIA ATUALIZADO(S).'
           END-IF
           .
       P200-FIM.

       P250-PROPAGA-FAMILIA.

      * Copia nome e telefone do responsavel para o cadastro de cada
      * aluno vinculado (irmaos pela chave alternativa do vinculo).
           MOVE ZERO TO WS-QTD-COPIADOS
           MOVE WS-NM-RSP-IN TO WS-NM-COPIA
           MOVE WS-TL-RSP-IN TO WS-TL-COPIA

           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              GO TO P250-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE VINCRESP
              GO TO P250-FIM
           END-IF

           MOVE WS-ID-RSP-IN TO ID-RSP-VRS
           SET EOF-AUX-OK TO FALSE
           START VINCRESP KEY IS EQUAL ID-RSP-VRS
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ VINCRESP NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-RSP-VRS NOT EQUAL WS-ID-RSP-IN
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       MOVE ID-ALUNO-VRS TO WS-ALUNO-ALVO
                       PERFORM P270-COPIA-PARA-ALUNO THRU P270-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE VINCRESP
           .
       P250-FIM.

       P270-COPIA-PARA-ALUNO.

      * Requer ALUNOS aberto em I-O; grava so quando muda alguma
      * coisa, com a imagem anterior na auditoria.
           MOVE WS-ALUNO-ALVO TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    GO TO P270-FIM
           END-READ

           IF NM-RESPONSAVEL EQUAL WS-NM-COPIA AND
              TL-RESPONSAVEL EQUAL WS-TL-COPIA
              GO TO P270-FIM
           END-IF

           MOVE REG-ALUNO   TO WS-REG-AL-ANTES
           MOVE WS-NM-COPIA TO NM-RESPONSAVEL
           MOVE WS-TL-COPIA TO TL-RESPONSAVEL
           REWRITE REG-ALUNO
           IF NOT FS-OK
              DISPLAY 'ERRO AO REGRAVAR O ALUNO ' WS-ALUNO-ALVO
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P270-FIM
           END-IF

           ADD 1 TO WS-QTD-COPIADOS
           MOVE 'ALTERACAO'       TO AUD-OPERACAO
           MOVE 'ALUNOS'          TO AUD-ARQUIVO
           MOVE WS-ALUNO-ALVO     TO AUD-CHAVE
           MOVE WS-REG-AL-ANTES   TO AUD-VALOR-ANTES
           MOVE REG-ALUNO         TO AUD-VALOR-DEPOIS
           MOVE 'CADASTRO FAMILIAS' TO AUD-MOTIVO
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P270-FIM.

       P300-VINCULA-ALUNO.

           DISPLAY 'Informe o ID do aluno: '
           ACCEPT WS-ID-ALUNO-IN
           IF WS-ID-ALUNO-IN NOT NUMERIC OR WS-ID-ALUNO-IN EQUAL ZERO
              DISPLAY 'ID DE ALUNO INVALIDO.'
              GO TO P300-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P300-FIM
           END-IF
           MOVE WS-ID-ALUNO-IN TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY 'O ALUNO INFORMADO NAO EXISTE.'
                    CLOSE ALUNOS
                    GO TO P300-FIM
           END-READ
           CLOSE ALUNOS

           DISPLAY 'ALUNO: ' NM-ALUNO
           DISPLAY 'RESPONSAVEL NO CADASTRO DO ALUNO: ' NM-RESPONSAVEL
                   ' TEL: ' TL-RESPONSAVEL

           SET FS-VRS-OK TO TRUE
           OPEN I-O VINCRESP

           IF WS-FS-VRS EQUAL 35
              OPEN OUTPUT VINCRESP
              CLOSE VINCRESP
              OPEN I-O VINCRESP
           END-IF

           IF NOT FS-VRS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-VRS
              GO TO P300-FIM
           END-IF

           SET TEM-VINCULO-OK TO FALSE
           MOVE SPACE TO WS-REG-VRS-ANTES
           MOVE WS-ID-ALUNO-IN TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    DISPLAY 'ALUNO AINDA SEM VINCULO NO CADASTRO DE '
                            'FAMILIAS.'
                 NOT INVALID KEY
                    SET TEM-VINCULO-OK TO TRUE
                    MOVE REG-VINCRESP TO WS-REG-VRS-ANTES
                    MOVE PARENTESCO-VRS TO WS-PARENTESCO-IN
                    PERFORM P460-DESCREVE-PARENTESCO THRU P460-FIM
                    DISPLAY 'VINCULADO AO RESPONSAVEL ' ID-RSP-VRS
                            ' (' WS-DS-PARENTESCO ')'
           END-READ

           DISPLAY 'Informe o ID do responsavel (0 para desvincular): '
           ACCEPT WS-ID-RSP-IN
           IF WS-ID-RSP-IN NOT NUMERIC
              DISPLAY 'ID DE RESPONSAVEL INVALIDO.'
              CLOSE VINCRESP
              GO TO P300-FIM
           END-IF

           IF WS-ID-RSP-IN EQUAL ZERO
              IF NOT TEM-VINCULO-OK
                 DISPLAY 'NADA A DESVINCULAR.'
                 CLOSE VINCRESP
                 GO TO P300-FIM
              END-IF
              DELETE VINCRESP RECORD
              IF NOT FS-VRS-OK
                 DISPLAY 'ERRO AO EXCLUIR O VINCULO.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-VRS
                 CLOSE VINCRESP
                 GO TO P300-FIM
              END-IF
              CLOSE VINCRESP
              DISPLAY 'VINCULO EXCLUIDO. O ALUNO MANTEM O RESPONSAVEL '
                      'DO PROPRIO CADASTRO.'
              MOVE 'EXCLUSAO'       TO AUD-OPERACAO
              MOVE 'VINCRESP'       TO AUD-ARQUIVO
              MOVE WS-ID-ALUNO-IN   TO AUD-CHAVE
              MOVE WS-REG-VRS-ANTES TO AUD-VALOR-ANTES
              MOVE SPACE            TO AUD-VALOR-DEPOIS
              MOVE SPACE            TO AUD-MOTIVO
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              GO TO P300-FIM
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              DISPLAY 'NENHUM RESPONSAVEL CADASTRADO.'
              CLOSE VINCRESP
              GO TO P300-FIM
           END-IF
           MOVE WS-ID-RSP-IN TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    DISPLAY 'RESPONSAVEL NAO CADASTRADO.'
                    CLOSE RESPONSAVEIS
                    CLOSE VINCRESP
                    GO TO P300-FIM
           END-READ
           CLOSE RESPONSAVEIS

           IF RSP-INATIVO
              DISPLAY 'RESPONSAVEL INATIVO. VINCULO NAO GRAVADO.'
              CLOSE VINCRESP
              GO TO P300-FIM
           END-IF
           DISPLAY 'RESPONSAVEL: ' NM-RSP ' TEL: ' TL-RSP

           SET VALIDO-OK TO FALSE
           PERFORM UNTIL VALIDO-OK
              DISPLAY 'Parentesco <M> Mae, <P> Pai, <A> Avo, <T> Tio, '
                      '<I> Irmao, <L> Responsavel legal, <O> Outro: '
              ACCEPT WS-PARENTESCO-IN
              INSPECT WS-PARENTESCO-IN CONVERTING 'mpatilo'
                 TO 'MPATILO'
              MOVE WS-PARENTESCO-IN TO PARENTESCO-VRS
              IF VRS-PARENTESCO-VALIDO
                 SET VALIDO-OK TO TRUE
              ELSE
                 DISPLAY 'PARENTESCO INVALIDO.'
              END-IF
           END-PERFORM

           MOVE SPACE            TO REG-VINCRESP
           MOVE WS-ID-ALUNO-IN   TO ID-ALUNO-VRS
           MOVE WS-ID-RSP-IN     TO ID-RSP-VRS
           MOVE WS-PARENTESCO-IN TO PARENTESCO-VRS
           MOVE LK-OPERADOR      TO OPERADOR-VRS
           MOVE WS-DATA-HOJE     TO DATA-VRS

           IF TEM-VINCULO-OK
              REWRITE REG-VINCRESP
              MOVE 'ALTERACAO' TO AUD-OPERACAO
           ELSE
              WRITE REG-VINCRESP
              MOVE 'INCLUSAO'  TO AUD-OPERACAO
           END-IF

           IF NOT FS-VRS-OK
              DISPLAY 'ERRO AO GRAVAR O VINCULO.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-VRS
              CLOSE VINCRESP
              GO TO P300-FIM
           END-IF
           CLOSE VINCRESP
           DISPLAY 'ALUNO VINCULADO AO RESPONSAVEL ' WS-ID-RSP-IN '.'

           MOVE 'VINCRESP'       TO AUD-ARQUIVO
           MOVE WS-ID-ALUNO-IN   TO AUD-CHAVE
           MOVE WS-REG-VRS-ANTES TO AUD-VALOR-ANTES
           MOVE REG-VINCRESP     TO AUD-VALOR-DEPOIS
           MOVE SPACE            TO AUD-MOTIVO
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

      * O cadastro do aluno passa a trazer o responsavel da familia.
           MOVE NM-RSP TO WS-NM-COPIA
           MOVE TL-RSP TO WS-TL-COPIA
           MOVE ZERO TO WS-QTD-COPIADOS
           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF FS-OK
              MOVE WS-ID-ALUNO-IN TO WS-ALUNO-ALVO
              PERFORM P270-COPIA-PARA-ALUNO THRU P270-FIM
              CLOSE ALUNOS
           END-IF
           .
       P300-FIM.

       P400-CONSULTA-FAMILIA.

           DISPLAY 'Informe o ID do responsavel (0 para procurar pelo '
                   'aluno): '
           ACCEPT WS-ID-RSP-IN
           IF WS-ID-RSP-IN NOT NUMERIC
              MOVE ZERO TO WS-ID-RSP-IN
           END-IF

           IF WS-ID-RSP-IN EQUAL ZERO
              DISPLAY 'Informe o ID do aluno: '
              ACCEPT WS-ID-ALUNO-IN
              SET FS-VRS-OK TO TRUE
              OPEN INPUT VINCRESP
              IF NOT FS-VRS-OK
                 DISPLAY 'NENHUM VINCULO CADASTRADO.'
                 GO TO P400-FIM
              END-IF
              MOVE WS-ID-ALUNO-IN TO ID-ALUNO-VRS
              READ VINCRESP
                 KEY IS ID-ALUNO-VRS
                    INVALID KEY
                       DISPLAY 'ALUNO SEM VINCULO NO CADASTRO DE '
                               'FAMILIAS.'
                    NOT INVALID KEY
                       MOVE ID-RSP-VRS TO WS-ID-RSP-IN
              END-READ
              CLOSE VINCRESP
              IF WS-ID-RSP-IN EQUAL ZERO
                 GO TO P400-FIM
              END-IF
           END-IF

           SET FS-RSP-OK TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
              DISPLAY 'NENHUM RESPONSAVEL CADASTRADO.'
              GO TO P400-FIM
           END-IF
           MOVE WS-ID-RSP-IN TO ID-RSP
           READ RESPONSAVEIS
              KEY IS ID-RSP
                 INVALID KEY
                    DISPLAY 'RESPONSAVEL NAO CADASTRADO.'
                    CLOSE RESPONSAVEIS
                    GO TO P400-FIM
           END-READ
           CLOSE RESPONSAVEIS

           DISPLAY ' '
           DISPLAY 'FAMILIA DO RESPONSAVEL ' ID-RSP
           DISPLAY '==================================================='
           DISPLAY 'NOME:      ' NM-RSP
           DISPLAY 'DOCUMENTO: ' DOC-RSP
           DISPLAY 'TELEFONES: ' TL-RSP ' / ' TL2-RSP
           DISPLAY 'E-MAIL:    ' EMAIL-RSP
           DISPLAY 'ENDERECO:  ' END-RSP
           IF RSP-INATIVO
              DISPLAY 'SITUACAO:  INATIVO'
           END-IF
           DISPLAY ' '
           DISPLAY 'ALUNOS VINCULADOS:'

           MOVE ZERO TO WS-QTD-FAMILIA
           SET FS-VRS-OK TO TRUE
           OPEN INPUT VINCRESP
           IF NOT FS-VRS-OK
              DISPLAY '   NENHUM.'
              GO TO P400-FIM
           END-IF
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS

           MOVE WS-ID-RSP-IN TO ID-RSP-VRS
           SET EOF-AUX-OK TO FALSE
           START VINCRESP KEY IS EQUAL ID-RSP-VRS
              INVALID KEY
                 SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
              READ VINCRESP NEXT RECORD
                 AT END
                    SET EOF-AUX-OK TO TRUE
                 NOT AT END
                    IF ID-RSP-VRS NOT EQUAL WS-ID-RSP-IN
                       SET EOF-AUX-OK TO TRUE
                    ELSE
                       PERFORM P450-MOSTRA-VINCULADO THRU P450-FIM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE VINCRESP
           IF WS-QTD-FAMILIA EQUAL ZERO
              DISPLAY '   NENHUM.'
           END-IF
           .
       P400-FIM.

       P450-MOSTRA-VINCULADO.

           ADD 1 TO WS-QTD-FAMILIA
           MOVE PARENTESCO-VRS TO WS-PARENTESCO-IN
           PERFORM P460-DESCREVE-PARENTESCO THRU P460-FIM
           MOVE ID-ALUNO-VRS TO ID-ALUNO
           READ ALUNOS
              KEY IS ID-ALUNO
                 INVALID KEY
                    DISPLAY '   ' ID-ALUNO-VRS ' - NAO CADASTRADO'
                 NOT INVALID KEY
                    IF ALUNO-INATIVO
                       DISPLAY '   ' ID-ALUNO ' - ' NM-ALUNO
                               ' (' WS-DS-PARENTESCO ') INATIVO'
                    ELSE
                       DISPLAY '   ' ID-ALUNO ' - ' NM-ALUNO
                               ' (' WS-DS-PARENTESCO ') UNIDADE '
                               UNIDADE-ALUNO
                    END-IF
           END-READ
           .
       P450-FIM.

       P460-DESCREVE-PARENTESCO.

           EVALUATE WS-PARENTESCO-IN
              WHEN 'M'
                 MOVE 'MAE'          TO WS-DS-PARENTESCO
              WHEN 'P'
                 MOVE 'PAI'          TO WS-DS-PARENTESCO
              WHEN 'A'
                 MOVE 'AVO'          TO WS-DS-PARENTESCO
              WHEN 'T'
                 MOVE 'TIO/TIA'      TO WS-DS-PARENTESCO
              WHEN 'I'
                 MOVE 'IRMAO/IRMA'   TO WS-DS-PARENTESCO
              WHEN 'L'
                 MOVE 'RESP. LEGAL'  TO WS-DS-PARENTESCO
              WHEN OTHER
                 MOVE 'OUTRO'        TO WS-DS-PARENTESCO
           END-EVALUATE
           .
       P460-FIM.

       P500-AGRUPAMENTO.

      * Agrupamento inicial: alunos ainda sem vinculo reunidos pelo
      * nome do responsavel normalizado e pelos ultimos 8 digitos do
      * telefone. Grupo que coincide com um responsavel ja cadastrado
      * e vinculado a ele; os demais geram um responsavel novo com os
      * dados do cadastro do primeiro aluno. Cada grupo e confirmado
      * (<T> confirma este e os seguintes sem perguntar).
           MOVE ZERO TO WS-GR-QTD
           MOVE ZERO TO WS-RE-QTD
           MOVE ZERO TO WS-CONT-SEM-RESP
           MOVE ZERO TO WS-CONT-JA-VINC
           MOVE ZERO TO WS-CONT-GRUPOS
           MOVE ZERO TO WS-CONT-RSP-NOVOS
           MOVE ZERO TO WS-CONT-VINCULADOS
           MOVE ZERO TO WS-CONT-PULADOS
           SET CONFIRMA-TODOS-OK TO FALSE
           SET FIM-AGRUPA-OK TO FALSE

           SET FS-RSP-OK TO TRUE
           OPEN I-O RESPONSAVEIS
           IF WS-FS-RSP EQUAL 35
              OPEN OUTPUT RESPONSAVEIS
              CLOSE RESPONSAVEIS
              OPEN I-O RESPONSAVEIS
           END-IF
           IF NOT FS-RSP-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-RSP
              GO TO P500-FIM
           END-IF

           SET FS-VRS-OK TO TRUE
           OPEN I-O VINCRESP
           IF WS-FS-VRS EQUAL 35
              OPEN OUTPUT VINCRESP
              CLOSE VINCRESP
              OPEN I-O VINCRESP
           END-IF
           IF NOT FS-VRS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-VRS
              CLOSE RESPONSAVEIS
              GO TO P500-FIM
           END-IF

           SET FS-OK TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              CLOSE VINCRESP
              CLOSE RESPONSAVEIS
              GO TO P500-FIM
           END-IF

           PERFORM P510-CARREGA-EXISTENTES THRU P510-FIM
           PERFORM P520-CARREGA-ALUNOS THRU P520-FIM

           DISPLAY ' '
           DISPLAY 'ALUNOS SEM VINCULO A AGRUPAR: ' WS-GR-QTD
           DISPLAY 'JA VINCULADOS (IGNORADOS):    ' WS-CONT-JA-VINC
           DISPLAY 'SEM RESPONSAVEL INFORMADO:    ' WS-CONT-SEM-RESP

           MOVE 1 TO WS-GR-INI
           PERFORM UNTIL WS-GR-INI > WS-GR-QTD OR FIM-AGRUPA-OK
              MOVE WS-GR-INI TO WS-GR-FIM
              PERFORM VARYING WS-GR-IDX FROM WS-GR-INI BY 1
                 UNTIL WS-GR-IDX > WS-GR-QTD
                 IF WS-GR-CHAVE (WS-GR-IDX) EQUAL
                    WS-GR-CHAVE (WS-GR-INI)
                    MOVE WS-GR-IDX TO WS-GR-FIM
                 ELSE
                    MOVE WS-GR-QTD TO WS-GR-IDX
                 END-IF
              END-PERFORM
              ADD 1 TO WS-CONT-GRUPOS
              PERFORM P540-CONFIRMA-GRUPO THRU P540-FIM
              COMPUTE WS-GR-INI = WS-GR-FIM + 1
           END-PERFORM

           CLOSE ALUNOS
           CLOSE VINCRESP
           CLOSE RESPONSAVEIS

           DISPLAY ' '
           DISPLAY 'GRUPOS APRESENTADOS:          ' WS-CONT-GRUPOS
           DISPLAY 'RESPONSAVEIS CADASTRADOS:     ' WS-CONT-RSP-NOVOS
           DISPLAY 'ALUNOS VINCULADOS:            ' WS-CONT-VINCULADOS
           DISPLAY 'ALUNOS DE GRUPOS PULADOS:     ' WS-CONT-PULADOS
           .
       P500-FIM.

       P510-CARREGA-EXISTENTES.

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ RESPONSAVEIS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF WS-RE-QTD < 2000 AND RSP-ATIVO
                       MOVE NM-RSP TO WS-NOME-IN
                       PERFORM P260-NORMALIZA-NOME THRU P260-FIM
                       MOVE TL-RSP TO WS-FONE-IN
                       PERFORM P265-NORMALIZA-FONE THRU P265-FIM
                       ADD 1 TO WS-RE-QTD
                       MOVE WS-NOME-NORM TO
                          WS-RE-CHAVE (WS-RE-QTD)(1:20)
                       MOVE WS-FONE-NORM TO
                          WS-RE-CHAVE (WS-RE-QTD)(21:8)
                       MOVE ID-RSP TO WS-RE-ID (WS-RE-QTD)
                    END-IF
              END-READ
           END-PERFORM
           .
       P510-FIM.

       P520-CARREGA-ALUNOS.

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P525-AVALIA-ALUNO THRU P525-FIM
              END-READ
           END-PERFORM
           .
       P520-FIM.

       P525-AVALIA-ALUNO.

           IF NM-RESPONSAVEL EQUAL SPACE
              ADD 1 TO WS-CONT-SEM-RESP
              GO TO P525-FIM
           END-IF

           MOVE ID-ALUNO TO ID-ALUNO-VRS
           READ VINCRESP
              KEY IS ID-ALUNO-VRS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-JA-VINC
                    GO TO P525-FIM
           END-READ

           IF WS-GR-QTD NOT < 3000
              DISPLAY 'LIMITE DE 3000 ALUNOS NO AGRUPAMENTO. ALUNO '
                      ID-ALUNO ' FICA PARA A PROXIMA EXECUCAO.'
              GO TO P525-FIM
           END-IF

           MOVE NM-RESPONSAVEL TO WS-NOME-IN
           PERFORM P260-NORMALIZA-NOME THRU P260-FIM
           MOVE WS-NOME-NORM TO WS-GR-NOVO-NOME
           MOVE TL-RESPONSAVEL TO WS-FONE-IN
           PERFORM P265-NORMALIZA-FONE THRU P265-FIM
           MOVE WS-FONE-NORM TO WS-GR-NOVO-FONE

      * Parentesco presumido pelo nome da mae ou do pai do cadastro.
           MOVE NM-MAE-ALUNO TO WS-NOME-IN
           PERFORM P260-NORMALIZA-NOME THRU P260-FIM
           MOVE WS-NOME-NORM TO WS-MAE-NORM
           MOVE NM-PAI-ALUNO TO WS-NOME-IN
           PERFORM P260-NORMALIZA-NOME THRU P260-FIM
           MOVE WS-NOME-NORM TO WS-PAI-NORM
           EVALUATE TRUE
              WHEN WS-MAE-NORM NOT EQUAL SPACE AND
                   WS-MAE-NORM EQUAL WS-GR-NOVO-NOME
                 MOVE 'M' TO WS-GR-NOVO-PARENT
              WHEN WS-PAI-NORM NOT EQUAL SPACE AND
                   WS-PAI-NORM EQUAL WS-GR-NOVO-NOME
                 MOVE 'P' TO WS-GR-NOVO-PARENT
              WHEN OTHER
                 MOVE 'O' TO WS-GR-NOVO-PARENT
           END-EVALUATE

           MOVE ID-ALUNO       TO WS-GR-NOVO-ALUNO
           MOVE NM-ALUNO       TO WS-GR-NOVO-NM-ALUNO
           MOVE NM-RESPONSAVEL TO WS-GR-NOVO-NM-RESP
           MOVE TL-RESPONSAVEL TO WS-GR-NOVO-TL-RESP
           MOVE END-ALUNO      TO WS-GR-NOVO-END

      * Insercao ordenada pela chave do grupo (e pelo ID do aluno,
      * que ja chega em ordem).
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
              UNTIL WS-GR-IDX > WS-GR-QTD
                 OR WS-GR-CHAVE (WS-GR-IDX) > WS-GR-NOVO-CHAVE
              CONTINUE
           END-PERFORM

           PERFORM VARYING WS-GR-IDX2 FROM WS-GR-QTD BY -1
              UNTIL WS-GR-IDX2 < WS-GR-IDX
              MOVE WS-GR-ITEM (WS-GR-IDX2)
                 TO WS-GR-ITEM (WS-GR-IDX2 + 1)
           END-PERFORM

           ADD 1 TO WS-GR-QTD
           MOVE WS-GR-NOVO TO WS-GR-ITEM (WS-GR-IDX)
           .
       P525-FIM.

       P540-CONFIRMA-GRUPO.

           MOVE ZERO TO WS-RE-ACHADO
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
              UNTIL WS-RE-IDX > WS-RE-QTD OR WS-RE-ACHADO NOT EQUAL ZERO
              IF WS-RE-CHAVE (WS-RE-IDX) EQUAL
                 WS-GR-CHAVE (WS-GR-INI)
                 MOVE WS-RE-ID (WS-RE-IDX) TO WS-RE-ACHADO
              END-IF
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'GRUPO ' WS-CONT-GRUPOS ': '
                   WS-GR-NM-RESP (WS-GR-INI) ' TEL: '
                   WS-GR-TL-RESP (WS-GR-INI)
           IF WS-RE-ACHADO NOT EQUAL ZERO
              DISPLAY '   (RESPONSAVEL JA CADASTRADO: ID '
                      WS-RE-ACHADO ')'
           END-IF
           PERFORM VARYING WS-GR-IDX FROM WS-GR-INI BY 1
              UNTIL WS-GR-IDX > WS-GR-FIM
              MOVE WS-GR-PARENT (WS-GR-IDX) TO WS-PARENTESCO-IN
              PERFORM P460-DESCREVE-PARENTESCO THRU P460-FIM
              DISPLAY '   ' WS-GR-ALUNO (WS-GR-IDX) ' - '
                      WS-GR-NM-ALUNO (WS-GR-IDX) ' ('
                      WS-DS-PARENTESCO ')'
           END-PERFORM

           IF NOT CONFIRMA-TODOS-OK
              DISPLAY '<S> confirma, <T> confirma este e os '
                      'seguintes, <F> encerra, outra tecla pula: '
              ACCEPT WS-CONFIRMA
              EVALUATE WS-CONFIRMA
                 WHEN 'S'
                 WHEN 's'
                    CONTINUE
                 WHEN 'T'
                 WHEN 't'
                    SET CONFIRMA-TODOS-OK TO TRUE
                 WHEN 'F'
                 WHEN 'f'
                    SET FIM-AGRUPA-OK TO TRUE
                    GO TO P540-FIM
                 WHEN OTHER
                    COMPUTE WS-CONT-PULADOS = WS-CONT-PULADOS +
                       WS-GR-FIM - WS-GR-INI + 1
                    GO TO P540-FIM
              END-EVALUATE
           END-IF

           IF WS-RE-ACHADO NOT EQUAL ZERO
              MOVE WS-RE-ACHADO TO ID-RSP
              READ RESPONSAVEIS
                 KEY IS ID-RSP
                    INVALID KEY
                       MOVE ZERO TO WS-RE-ACHADO
              END-READ
           END-IF

           IF WS-RE-ACHADO EQUAL ZERO
              MOVE 'RESPONSAV' TO WS-TIPO-CONTROLE
              PERFORM P850-PROXIMO-NUMERO THRU P850-FIM
              IF WS-PROX-NUMERO EQUAL ZERO
                 DISPLAY 'NUMERACAO INDISPONIVEL. AGRUPAMENTO '
                         'INTERROMPIDO.'
                 SET FIM-AGRUPA-OK TO TRUE
                 GO TO P540-FIM
              END-IF
              MOVE SPACE        TO REG-RESPONSAVEL
              MOVE WS-PROX-NUMERO TO ID-RSP
              MOVE WS-GR-NM-RESP (WS-GR-INI) TO NM-RSP
              MOVE WS-GR-TL-RESP (WS-GR-INI) TO TL-RSP
              MOVE WS-GR-END (WS-GR-INI)     TO END-RSP
              MOVE 'A'          TO SITUACAO-RSP
              MOVE LK-OPERADOR  TO OPERADOR-RSP
              MOVE WS-DATA-HOJE TO DATA-RSP
              WRITE REG-RESPONSAVEL
              IF NOT FS-RSP-OK
                 DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL.'
                 DISPLAY 'FILE STATUS ERROR: ' WS-FS-RSP
                 SET FIM-AGRUPA-OK TO TRUE
                 GO TO P540-FIM
              END-IF
              ADD 1 TO WS-CONT-RSP-NOVOS
              MOVE 'INCLUSAO'     TO AUD-OPERACAO
              MOVE 'RESPONSAVEIS' TO AUD-ARQUIVO
              MOVE ID-RSP         TO AUD-CHAVE
              MOVE SPACE          TO AUD-VALOR-ANTES
              MOVE REG-RESPONSAVEL TO AUD-VALOR-DEPOIS
              MOVE 'AGRUPAMENTO'  TO AUD-MOTIVO
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
              IF WS-RE-QTD < 2000
                 ADD 1 TO WS-RE-QTD
                 MOVE WS-GR-CHAVE (WS-GR-INI)
                    TO WS-RE-CHAVE (WS-RE-QTD)
                 MOVE ID-RSP TO WS-RE-ID (WS-RE-QTD)
              END-IF
           END-IF

           MOVE ID-RSP TO WS-ID-RSP-IN
           MOVE NM-RSP TO WS-NM-COPIA
           MOVE TL-RSP TO WS-TL-COPIA
           PERFORM VARYING WS-GR-IDX FROM WS-GR-INI BY 1
              UNTIL WS-GR-IDX > WS-GR-FIM
              PERFORM P550-GRAVA-VINCULO THRU P550-FIM
           END-PERFORM
           .
       P540-FIM.

       P550-GRAVA-VINCULO.

           MOVE SPACE                     TO REG-VINCRESP
           MOVE WS-GR-ALUNO (WS-GR-IDX)   TO ID-ALUNO-VRS
           MOVE WS-ID-RSP-IN              TO ID-RSP-VRS
           MOVE WS-GR-PARENT (WS-GR-IDX)  TO PARENTESCO-VRS
           MOVE LK-OPERADOR               TO OPERADOR-VRS
           MOVE WS-DATA-HOJE              TO DATA-VRS
           WRITE REG-VINCRESP
           IF NOT FS-VRS-OK
              DISPLAY 'ERRO AO GRAVAR O VINCULO DO ALUNO '
                      WS-GR-ALUNO (WS-GR-IDX)
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-VRS
              GO TO P550-FIM
           END-IF

           ADD 1 TO WS-CONT-VINCULADOS
           MOVE 'INCLUSAO'    TO AUD-OPERACAO
           MOVE 'VINCRESP'    TO AUD-ARQUIVO
           MOVE ID-ALUNO-VRS  TO AUD-CHAVE
           MOVE SPACE         TO AUD-VALOR-ANTES
           MOVE REG-VINCRESP  TO AUD-VALOR-DEPOIS
           MOVE 'AGRUPAMENTO' TO AUD-MOTIVO
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM

      * Grafias diferentes do mesmo responsavel ficam iguais nos
      * cadastros dos irmaos.
           MOVE WS-GR-ALUNO (WS-GR-IDX) TO WS-ALUNO-ALVO
           PERFORM P270-COPIA-PARA-ALUNO THRU P270-FIM
           .
       P550-FIM.

       P260-NORMALIZA-NOME.

      * Caixa alta e espacos repetidos reduzidos a um unico espaco.
           MOVE SPACE TO WS-NOME-NORM
           MOVE ZERO TO WS-NORM-POS
           MOVE SPACE TO WS-NORM-ANTERIOR

           INSPECT WS-NOME-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
              UNTIL WS-NORM-IDX > 20
              IF WS-NOME-IN(WS-NORM-IDX:1) EQUAL SPACE
                 IF WS-NORM-ANTERIOR NOT EQUAL SPACE AND
                    WS-NORM-POS < 20
                    ADD 1 TO WS-NORM-POS
                    MOVE SPACE TO WS-NOME-NORM(WS-NORM-POS:1)
                 END-IF
              ELSE
                 IF WS-NORM-POS < 20
                    ADD 1 TO WS-NORM-POS
                    MOVE WS-NOME-IN(WS-NORM-IDX:1)
                       TO WS-NOME-NORM(WS-NORM-POS:1)
                 END-IF
              END-IF
              MOVE WS-NOME-IN(WS-NORM-IDX:1) TO WS-NORM-ANTERIOR
           END-PERFORM
           .
       P260-FIM.

       P265-NORMALIZA-FONE.

      * So os digitos; valem os ultimos 8, para que o mesmo numero
      * com ou sem DDD e com ou sem o nono digito se encontre.
           MOVE SPACE TO WS-FONE-DIGITOS
           MOVE ZERO  TO WS-FONE-POS
           PERFORM VARYING WS-FONE-IDX FROM 1 BY 1
              UNTIL WS-FONE-IDX > 20
              IF WS-FONE-IN(WS-FONE-IDX:1) NUMERIC
                 ADD 1 TO WS-FONE-POS
                 MOVE WS-FONE-IN(WS-FONE-IDX:1)
                    TO WS-FONE-DIGITOS(WS-FONE-POS:1)
              END-IF
           END-PERFORM

           MOVE SPACE TO WS-FONE-NORM
           IF WS-FONE-POS > 8
              MOVE WS-FONE-DIGITOS(WS-FONE-POS - 7:8) TO WS-FONE-NORM
           ELSE
              IF WS-FONE-POS > 0
                 MOVE WS-FONE-DIGITOS(1:WS-FONE-POS) TO WS-FONE-NORM
              END-IF
           END-IF
           .
       P265-FIM.

       P850-PROXIMO-NUMERO.

           MOVE ZERO TO WS-PROX-NUMERO
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

           MOVE 'PROGRESP' TO AUD-PROGRAMA
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
       END PROGRAM PROGRESP.
