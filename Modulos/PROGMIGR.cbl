      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Migracao de layout dos arquivos ALUNOS, NOTAS,
      *          DISCIPLINAS, PROFESSORES e USUARIOS com versao
      *          registrada no CONTROLE (chaves VER-ALUNOS, VER-NOTAS,
      *          VER-DISCIP, VER-PROFES e VER-USUARI). O arquivo
      *          gravado numa versao anterior e copiado para uma copia
      *          sequencial de seguranca, recriado vazio e recarregado
      *          no layout atual com os valores padrao dos campos
      *          novos; a carga e conferida (quantidade de registros
      *          e ordem das chaves) antes de a versao nova ser
      *          registrada. Os programas compilados para outra versao
      *          sao recusados pelo PROGVERS. Chamado pelo login do
      *          PROGM3 (item 5) migra somente USUARIOS, que no layout
      *          anterior impede a identificacao do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMIGR.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Visao antiga dos arquivos (somente a chave primaria, registro
      * de tamanho variavel), usada para ler o layout anterior.
           SELECT ALUNOS-ANT ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ALUNO-ANT
           FILE STATUS IS WS-FS.

           SELECT NOTAS-ANT ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-NOTA-ANT
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS-ANT ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-DISC-ANT
           FILE STATUS IS WS-FS.

           SELECT PROFESSORES-ANT ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PROF-ANT
           FILE STATUS IS WS-FS.

           SELECT USUARIOS-ANT ASSIGN TO
           WS-CAMINHO-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-USU-ANT
           FILE STATUS IS WS-FS.

           SELECT ALUNOS ASSIGN TO
           WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-ALUNO
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO
           ALTERNATE RECORD KEY NM-ALUNO IN REG-NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN REG-DISCIPLINA
           FILE STATUS IS WS-FS.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PROFESSOR IN REG-PROFESSOR
           FILE STATUS IS WS-FS.

           SELECT USUARIOS ASSIGN TO
           WS-CAMINHO-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LOGIN-USUARIO
           FILE STATUS IS WS-FS.

           SELECT MIGR-COPIA ASSIGN TO
           WS-CAMINHO-COPIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CPY.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-CONTROLE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTL.

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
       FD  ALUNOS-ANT
           RECORD IS VARYING IN SIZE FROM 5 TO 400 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
       01  REG-ALUNO-ANT.
           03 CHAVE-ALUNO-ANT                 PIC 9(05).
           03 FILLER                          PIC X(395).

       FD  NOTAS-ANT
           RECORD IS VARYING IN SIZE FROM 5 TO 400 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
       01  REG-NOTA-ANT.
           03 CHAVE-NOTA-ANT                  PIC 9(05).
           03 FILLER                          PIC X(395).

       FD  DISCIPLINAS-ANT
           RECORD IS VARYING IN SIZE FROM 5 TO 400 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
       01  REG-DISC-ANT.
           03 CHAVE-DISC-ANT                  PIC 9(05).
           03 FILLER                          PIC X(395).

       FD  PROFESSORES-ANT
           RECORD IS VARYING IN SIZE FROM 5 TO 400 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
       01  REG-PROF-ANT.
           03 CHAVE-PROF-ANT                  PIC 9(05).
           03 FILLER                          PIC X(395).

       FD  USUARIOS-ANT
           RECORD IS VARYING IN SIZE FROM 10 TO 400 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
       01  REG-USU-ANT.
           03 CHAVE-USU-ANT                   PIC X(10).
           03 FILLER                          PIC X(390).

       FD  ALUNOS.
           COPY FD-ALUNOS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  USUARIOS.
           COPY FD-USUARIOS.

       FD  MIGR-COPIA.
       01  REG-MIGR-COPIA.
           03 MIG-TAMANHO                     PIC 9(03).
           03 MIG-DADOS                       PIC X(400).

       FD  CONTROLE.
           COPY FD-CONTROLE.

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

       01  WS-CAMINHO-ALUNOS                 PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-USUARIOS               PIC X(80).
       01  WS-CAMINHO-COPIA                  PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-SESSOES                PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-CPY                         PIC 99.
           88 FS-CPY-OK                      VALUE 0.

       77  WS-FS-CTL                         PIC 99.
           88 FS-CTL-OK                      VALUE 0.

       77  WS-FS-SES                         PIC 99.
           88 FS-SES-OK                      VALUE 0.

       77  WS-SESSOES-ONLINE                 PIC 9(03) VALUE ZERO.
       77  WS-CHAVE-LOTE                     PIC X(20) VALUE SPACE.
       77  WS-EOF-SES                        PIC X VALUE 'N'.
           88 EOF-SES-OK                     VALUE 'S' FALSE 'N'.
       77  WS-BATCH-BLOQUEADO                PIC X VALUE 'N'.
           88 BATCH-BLOQUEADO-OK             VALUE 'S'.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-OPCAO                          PIC X.
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

      * Tamanho do registro de cada versao de layout, por arquivo
      * (1 ALUNOS, 2 NOTAS, 3 DISCIPLINAS, 4 PROFESSORES, 5 USUARIOS).
      * A ultima versao de cada arquivo tem de ser a do copybook
      * VERSOES.
      *   ALUNOS      1 cadastro basico; 2 situacao, unidade,
      *               nascimento, filiacao, endereco, INEP e
      *               carteira; 3 NIS; 4 autorizacao de SMS;
      *               5 nome social; 6 passe escolar.
      *   NOTAS       1 medias; 2 ano letivo e frequencia;
      *               3 notas NT1 a NT6.
      *   DISCIPLINAS 1 cadastro e pesos 1 a 4; 2 quantidade de
      *               periodos e pesos 5 e 6; 3 tipo de avaliacao.
      *   PROFESSORES 1 cadastro; 2 carga horaria semanal e
      *               hora-atividade.
      *   USUARIOS    1 login, senha, perfil e unidade; 2 professor
      *               vinculado ao login de perfil P.
       01  WS-TAB-LAYOUTS-VAL.
           03 FILLER PIC X(29) VALUE '06085199210211240265000000000'.
           03 FILLER PIC X(29) VALUE '03068077101000000000000000000'.
           03 FILLER PIC X(29) VALUE '03071079080000000000000000000'.
           03 FILLER PIC X(29) VALUE '02065069000000000000000000000'.
           03 FILLER PIC X(29) VALUE '02058063000000000000000000000'.
       01  WS-TAB-LAYOUTS REDEFINES WS-TAB-LAYOUTS-VAL.
           03 WS-LAY-ARQUIVO OCCURS 5 TIMES.
              05 WS-LAY-QTD                  PIC 9(02).
              05 WS-LAY-TAM                  PIC 9(03) OCCURS 9 TIMES.

       77  WS-ARQ-IDX                        PIC 9(01) VALUE ZERO.
       77  WS-VER-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-ARQ-NOME                       PIC X(12) VALUE SPACE.
       77  WS-CHAVE-VERSAO                   PIC X(10) VALUE SPACE.
       77  WS-VER-REGISTRADA                 PIC 9(03) VALUE ZERO.
       77  WS-VER-ORIGEM                     PIC 9(03) VALUE ZERO.
       77  WS-VER-ATUAL                      PIC 9(03) VALUE ZERO.
       77  WS-TAM-ORIGEM                     PIC 9(03) VALUE ZERO.
       77  WS-TAM-LIDO                       PIC 9(03) VALUE ZERO.
       77  WS-ANO-PADRAO                     PIC 9(04) VALUE ZERO.

       77  WS-TEM-VERSAO                     PIC X VALUE 'N'.
           88 TEM-VERSAO-OK                  VALUE 'S'.
       77  WS-ARQUIVO-EXISTE                 PIC X VALUE 'N'.
           88 ARQUIVO-EXISTE-OK              VALUE 'S'.
       77  WS-CARGA-CONFERE                  PIC X VALUE 'N'.
           88 CARGA-CONFERE-OK               VALUE 'S'.

      * Chave primaria como texto: as numericas (zeros a esquerda)
      * e o login de USUARIOS ordenam do mesmo modo.
       77  WS-CHAVE-ATUAL                    PIC X(10) VALUE SPACE.
       77  WS-CHAVE-ANTERIOR                 PIC X(10) VALUE SPACE.
       77  WS-TAM-CHAVE                      PIC 9(02) VALUE 5.

       77  WS-CONT-LIDOS                     PIC 9(07) VALUE ZERO.
       77  WS-CONT-DIVERGENTES               PIC 9(07) VALUE ZERO.
       77  WS-CONT-GRAVADOS                  PIC 9(07) VALUE ZERO.
       77  WS-CONT-REJEITADOS                PIC 9(07) VALUE ZERO.
       77  WS-CONT-CONFERIDOS                PIC 9(07) VALUE ZERO.
       77  WS-CONT-FORA-ORDEM                PIC 9(07) VALUE ZERO.

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

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'MIGRACAO DE LAYOUT DOS ARQUIVOS'
           DISPLAY '***************************************************'

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P100-MOSTRA-VERSOES THRU P100-FIM

      * Chamada do login (USUARIOS no layout anterior): o arquivo ja
      * vem escolhido.
           IF LK-ITEM EQUAL 5
              MOVE '5' TO WS-OPCAO
           ELSE
              DISPLAY ' '
              DISPLAY 'Arquivo a migrar (1 ALUNOS, 2 NOTAS, '
                      '3 DISCIPLINAS, 4 PROFESSORES, 5 USUARIOS, '
                      '<QUALQUER OUTRA TECLA> retorna): '
              ACCEPT WS-OPCAO
           END-IF

           EVALUATE WS-OPCAO
              WHEN '1'
                 MOVE 1             TO WS-ARQ-IDX
                 MOVE 'ALUNOS'      TO WS-ARQ-NOME
                 MOVE 'VER-ALUNOS'  TO WS-CHAVE-VERSAO
                 MOVE WS-VL-ALUNOS  TO WS-VER-ATUAL
              WHEN '2'
                 MOVE 2             TO WS-ARQ-IDX
                 MOVE 'NOTAS'       TO WS-ARQ-NOME
                 MOVE 'VER-NOTAS'   TO WS-CHAVE-VERSAO
                 MOVE WS-VL-NOTAS   TO WS-VER-ATUAL
              WHEN '3'
                 MOVE 3             TO WS-ARQ-IDX
                 MOVE 'DISCIPLINAS' TO WS-ARQ-NOME
                 MOVE 'VER-DISCIP'  TO WS-CHAVE-VERSAO
                 MOVE WS-VL-DISCIPLINAS TO WS-VER-ATUAL
              WHEN '4'
                 MOVE 4             TO WS-ARQ-IDX
                 MOVE 'PROFESSORES' TO WS-ARQ-NOME
                 MOVE 'VER-PROFES'  TO WS-CHAVE-VERSAO
                 MOVE WS-VL-PROFESSORES TO WS-VER-ATUAL
              WHEN '5'
                 MOVE 5             TO WS-ARQ-IDX
                 MOVE 'USUARIOS'    TO WS-ARQ-NOME
                 MOVE 'VER-USUARI'  TO WS-CHAVE-VERSAO
                 MOVE WS-VL-USUARIOS TO WS-VER-ATUAL
                 MOVE 10            TO WS-TAM-CHAVE
              WHEN OTHER
                 PERFORM P950-FIM
           END-EVALUATE

           IF WS-VER-ATUAL NOT EQUAL WS-LAY-QTD (WS-ARQ-IDX)
              DISPLAY 'TABELA DE LAYOUTS DO PROGMIGR DESATUALIZADA '
                      'PARA ' WS-ARQ-NOME '. MIGRACAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

           PERFORM P150-DEFINE-ORIGEM THRU P150-FIM
           IF WS-VER-ORIGEM EQUAL ZERO
              PERFORM P950-FIM
           END-IF

           ACCEPT WS-SENHA-EXCLUSAO FROM ENVIRONMENT 'EXCLUSAO_SENHA'
              ON EXCEPTION MOVE '1234' TO WS-SENHA-EXCLUSAO
           END-ACCEPT

           DISPLAY 'ESTA OPERACAO EXIGE AUTORIZACAO.'
           DISPLAY 'Informe a senha de autorizacao: '
           ACCEPT WS-SENHA-INFORMADA

           IF WS-SENHA-INFORMADA NOT EQUAL WS-SENHA-EXCLUSAO
              DISPLAY 'ACESSO NEGADO. MIGRACAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

           IF WS-VER-ORIGEM EQUAL WS-VER-ATUAL
              DISPLAY 'O ARQUIVO ' WS-ARQ-NOME ' SERA CONFERIDO E A '
                      'VERSAO ' WS-VER-ATUAL ' REGISTRADA, SEM '
                      'CONVERSAO.'
           ELSE
              DISPLAY 'O ARQUIVO ' WS-ARQ-NOME ' SERA CONVERTIDO DA '
                      'VERSAO ' WS-VER-ORIGEM ' PARA A VERSAO '
                      WS-VER-ATUAL '.'
              DISPLAY 'COPIA DE SEGURANCA: ' WS-CAMINHO-COPIA
           END-IF
           DISPLAY 'TECLE <S> para prosseguir ou <QUALQUER TECLA> '
                   'para cancelar: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'MIGRACAO CANCELADA.'
              PERFORM P950-FIM
           END-IF

      * A recarga recria o arquivo vazio: o semaforo de SESSOES
      * recusa a execucao em cima de digitacao online, como no
      * PROGCHAV.
           PERFORM P020-GUARDA-BATCH THRU P020-FIM
           IF BATCH-BLOQUEADO-OK
              PERFORM P950-FIM
           END-IF

           MOVE 'MIGRACAO DE LAYOUT' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'ARQUIVO '      DELIMITED BY SIZE
                  WS-ARQ-NOME     DELIMITED BY SPACE
                  ' VERSAO '      DELIMITED BY SIZE
                  WS-VER-ORIGEM   DELIMITED BY SIZE
                  ' PARA '        DELIMITED BY SIZE
                  WS-VER-ATUAL    DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P200-COPIA-ANTIGO THRU P200-FIM

           IF ARQUIVO-EXISTE-OK AND WS-CONT-DIVERGENTES EQUAL ZERO
              IF WS-VER-ORIGEM NOT EQUAL WS-VER-ATUAL
                 PERFORM P300-RECARREGA THRU P300-FIM
              END-IF
              PERFORM P400-CONFERE-CARGA THRU P400-FIM
           END-IF

           IF NOT ARQUIVO-EXISTE-OK
      * Arquivo ainda nao criado: nascera no layout atual.
              MOVE 'S' TO WS-CARGA-CONFERE
           END-IF

           PERFORM P500-RESUMO THRU P500-FIM

           IF CARGA-CONFERE-OK
              PERFORM P550-REGISTRA-VERSAO THRU P550-FIM
           END-IF

           PERFORM P070-FECHA-SPOOL THRU P070-FIM
           PERFORM P940-LIBERA-BATCH THRU P940-FIM
           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTAS FROM ENVIRONMENT 'NOTAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-DISCIPLINAS FROM ENVIRONMENT
              'DISCIPLINAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-DISCIPLINAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           ACCEPT WS-CAMINHO-USUARIOS FROM ENVIRONMENT 'USUARIOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'USUARIOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-USUARIOS
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
           MOVE 'LOTE-PROGMIGR' TO CHAVE-SESSAO(1:13)
           MOVE CHAVE-SESSAO TO WS-CHAVE-LOTE
           MOVE 'L' TO TIPO-SESSAO
           MOVE LK-OPERADOR TO OPERADOR-SESSAO
           MOVE 'PROGMIGR' TO PROGRAMA-SESSAO
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

       P100-MOSTRA-VERSOES.

           DISPLAY 'ARQUIVO      VERSAO REGISTRADA   VERSAO ATUAL '
                   '(TAMANHO)'

           MOVE 1            TO WS-ARQ-IDX
           MOVE 'ALUNOS'     TO WS-ARQ-NOME
           MOVE 'VER-ALUNOS' TO WS-CHAVE-VERSAO
           MOVE WS-VL-ALUNOS TO WS-VER-ATUAL
           PERFORM P110-LINHA-VERSAO THRU P110-FIM

           MOVE 2            TO WS-ARQ-IDX
           MOVE 'NOTAS'      TO WS-ARQ-NOME
           MOVE 'VER-NOTAS'  TO WS-CHAVE-VERSAO
           MOVE WS-VL-NOTAS  TO WS-VER-ATUAL
           PERFORM P110-LINHA-VERSAO THRU P110-FIM

           MOVE 3             TO WS-ARQ-IDX
           MOVE 'DISCIPLINAS' TO WS-ARQ-NOME
           MOVE 'VER-DISCIP'  TO WS-CHAVE-VERSAO
           MOVE WS-VL-DISCIPLINAS TO WS-VER-ATUAL
           PERFORM P110-LINHA-VERSAO THRU P110-FIM

           MOVE 4             TO WS-ARQ-IDX
           MOVE 'PROFESSORES' TO WS-ARQ-NOME
           MOVE 'VER-PROFES'  TO WS-CHAVE-VERSAO
           MOVE WS-VL-PROFESSORES TO WS-VER-ATUAL
           PERFORM P110-LINHA-VERSAO THRU P110-FIM

           MOVE 5             TO WS-ARQ-IDX
           MOVE 'USUARIOS'    TO WS-ARQ-NOME
           MOVE 'VER-USUARI'  TO WS-CHAVE-VERSAO
           MOVE WS-VL-USUARIOS TO WS-VER-ATUAL
           PERFORM P110-LINHA-VERSAO THRU P110-FIM

           MOVE ZERO  TO WS-ARQ-IDX
           MOVE SPACE TO WS-ARQ-NOME
           .
       P100-FIM.

       P110-LINHA-VERSAO.

           PERFORM P120-LE-VERSAO THRU P120-FIM

           MOVE WS-LAY-QTD (WS-ARQ-IDX) TO WS-VER-IDX
           IF TEM-VERSAO-OK
              DISPLAY WS-ARQ-NOME ' ' WS-VER-REGISTRADA
                      '                 ' WS-VER-ATUAL ' ('
                      WS-LAY-TAM (WS-ARQ-IDX, WS-VER-IDX) ')'
           ELSE
              DISPLAY WS-ARQ-NOME ' SEM REGISTRO       '
                      WS-VER-ATUAL ' ('
                      WS-LAY-TAM (WS-ARQ-IDX, WS-VER-IDX) ')'
           END-IF
           .
       P110-FIM.

       P120-LE-VERSAO.

           MOVE 'N'  TO WS-TEM-VERSAO
           MOVE ZERO TO WS-VER-REGISTRADA

           SET FS-CTL-OK TO TRUE
           OPEN INPUT CONTROLE
           IF NOT FS-CTL-OK
              GO TO P120-FIM
           END-IF

           MOVE WS-CHAVE-VERSAO TO CHAVE-CONTROLE
           READ CONTROLE
              KEY IS CHAVE-CONTROLE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ULTIMO-NUMERO TO WS-VER-REGISTRADA
                    MOVE 'S' TO WS-TEM-VERSAO
           END-READ

           CLOSE CONTROLE
           .
       P120-FIM.

       P150-DEFINE-ORIGEM.

      * Versao de origem: a registrada no CONTROLE; sem registro, o
      * operador informa em que versao o arquivo foi gravado (o
      * tamanho de cada registro lido confirma a informacao).
           MOVE ZERO TO WS-VER-ORIGEM
           PERFORM P120-LE-VERSAO THRU P120-FIM

           IF TEM-VERSAO-OK
              IF WS-VER-REGISTRADA EQUAL WS-VER-ATUAL
                 DISPLAY 'ARQUIVO ' WS-ARQ-NOME ' JA ESTA NA VERSAO '
                         WS-VER-ATUAL '. NADA A MIGRAR.'
                 GO TO P150-FIM
              END-IF
              IF WS-VER-REGISTRADA GREATER THAN WS-VER-ATUAL OR
                 WS-VER-REGISTRADA EQUAL ZERO
                 DISPLAY 'ARQUIVO ' WS-ARQ-NOME ' REGISTRADO NA VERSAO '
                         WS-VER-REGISTRADA ', QUE ESTE PROGRAMA NAO '
                         'CONHECE. MIGRACAO CANCELADA.'
                 GO TO P150-FIM
              END-IF
              MOVE WS-VER-REGISTRADA TO WS-VER-ORIGEM
           ELSE
              DISPLAY 'ARQUIVO ' WS-ARQ-NOME ' SEM VERSAO REGISTRADA.'
              PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                 UNTIL WS-VER-IDX > WS-LAY-QTD (WS-ARQ-IDX)
                 DISPLAY '  VERSAO ' WS-VER-IDX ': REGISTRO DE '
                         WS-LAY-TAM (WS-ARQ-IDX, WS-VER-IDX)
                         ' POSICOES'
              END-PERFORM
              DISPLAY 'Informe a versao em que o arquivo esta '
                      'gravado: '
              ACCEPT WS-VER-ORIGEM
              IF WS-VER-ORIGEM NOT NUMERIC OR
                 WS-VER-ORIGEM EQUAL ZERO OR
                 WS-VER-ORIGEM GREATER THAN WS-VER-ATUAL
                 DISPLAY 'VERSAO INVALIDA. MIGRACAO CANCELADA.'
                 MOVE ZERO TO WS-VER-ORIGEM
                 GO TO P150-FIM
              END-IF
           END-IF

           MOVE WS-LAY-TAM (WS-ARQ-IDX, WS-VER-ORIGEM)
              TO WS-TAM-ORIGEM

      * Campo novo sem padrao neutro: o ano letivo das notas antigas
      * e informado (padrao: ano da sessao).
           IF WS-ARQ-IDX EQUAL 2 AND WS-VER-ORIGEM LESS THAN 2
              MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PADRAO
              DISPLAY 'Ano letivo a atribuir as notas antigas '
                      '(<ENTER> = ' WS-ANO-PADRAO '): '
              ACCEPT WS-ANO-PADRAO
              IF WS-ANO-PADRAO NOT NUMERIC OR
                 WS-ANO-PADRAO EQUAL ZERO
                 MOVE LK-SESSAO-DATA(1:4) TO WS-ANO-PADRAO
              END-IF
           END-IF

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS-MIGR.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-COPIA
                 ACCEPT WS-CAMINHO-COPIA FROM ENVIRONMENT
                    'ALUNOS_MIGR_DAT'
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
              WHEN 2
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTAS-MIGR.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-COPIA
                 ACCEPT WS-CAMINHO-COPIA FROM ENVIRONMENT
                    'NOTAS_MIGR_DAT'
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
              WHEN 4
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES-MIGR.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-COPIA
                 ACCEPT WS-CAMINHO-COPIA FROM ENVIRONMENT
                    'PROFESSORES_MIGR_DAT'
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
              WHEN 5
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'USUARIOS-MIGR.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-COPIA
                 ACCEPT WS-CAMINHO-COPIA FROM ENVIRONMENT
                    'USUARIOS_MIGR_DAT'
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
              WHEN OTHER
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'DISCIPLINAS-MIGR.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-COPIA
                 ACCEPT WS-CAMINHO-COPIA FROM ENVIRONMENT
                    'DISCIPLINAS_MIGR_DAT'
                    ON EXCEPTION CONTINUE
                 END-ACCEPT
           END-EVALUATE
           .
       P150-FIM.

       P200-COPIA-ANTIGO.

      * Primeira passada: le o arquivo na visao antiga, confere o
      * tamanho de cada registro contra a versao de origem e grava a
      * copia sequencial de seguranca. Qualquer tamanho divergente
      * cancela a migracao antes de o arquivo ser tocado.
           MOVE 'N'  TO WS-ARQUIVO-EXISTE
           MOVE ZERO TO WS-CONT-LIDOS
           MOVE ZERO TO WS-CONT-DIVERGENTES

           SET FS-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 OPEN INPUT ALUNOS-ANT
              WHEN 2
                 OPEN INPUT NOTAS-ANT
              WHEN 4
                 OPEN INPUT PROFESSORES-ANT
              WHEN 5
                 OPEN INPUT USUARIOS-ANT
              WHEN OTHER
                 OPEN INPUT DISCIPLINAS-ANT
           END-EVALUATE

           IF WS-FS EQUAL 35
              DISPLAY 'ARQUIVO ' WS-ARQ-NOME ' INEXISTENTE. SERA '
                      'CRIADO JA NA VERSAO ATUAL.'
              GO TO P200-FIM
           END-IF

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO ' WS-ARQ-NOME
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P200-FIM
           END-IF

           SET FS-CPY-OK TO TRUE
           OPEN OUTPUT MIGR-COPIA
           IF NOT FS-CPY-OK
              DISPLAY 'ERRO AO CRIAR A COPIA ' WS-CAMINHO-COPIA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CPY
              PERFORM P210-FECHA-ANTIGO THRU P210-FIM
              GO TO P200-FIM
           END-IF

           MOVE 'S' TO WS-ARQUIVO-EXISTE

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              MOVE ZERO TO WS-TAM-LIDO
              EVALUATE WS-ARQ-IDX
                 WHEN 1
                    READ ALUNOS-ANT NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE REG-ALUNO-ANT TO MIG-DADOS
                 WHEN 2
                    READ NOTAS-ANT NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE REG-NOTA-ANT TO MIG-DADOS
                 WHEN 4
                    READ PROFESSORES-ANT NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE REG-PROF-ANT TO MIG-DADOS
                 WHEN 5
                    READ USUARIOS-ANT NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE REG-USU-ANT TO MIG-DADOS
                 WHEN OTHER
                    READ DISCIPLINAS-ANT NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE REG-DISC-ANT TO MIG-DADOS
              END-EVALUATE
              IF NOT EOF-OK
                 PERFORM P220-COPIA-REGISTRO THRU P220-FIM
              END-IF
           END-PERFORM

           CLOSE MIGR-COPIA
           PERFORM P210-FECHA-ANTIGO THRU P210-FIM

           IF WS-CONT-DIVERGENTES GREATER THAN ZERO
              DISPLAY WS-CONT-DIVERGENTES ' REGISTRO(S) COM TAMANHO '
                      'DIFERENTE DA VERSAO ' WS-VER-ORIGEM ' ('
                      WS-TAM-ORIGEM ' POSICOES).'
              DISPLAY 'MIGRACAO CANCELADA. O ARQUIVO NAO FOI ALTERADO.'
           END-IF
           .
       P200-FIM.

       P210-FECHA-ANTIGO.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 CLOSE ALUNOS-ANT
              WHEN 2
                 CLOSE NOTAS-ANT
              WHEN 4
                 CLOSE PROFESSORES-ANT
              WHEN 5
                 CLOSE USUARIOS-ANT
              WHEN OTHER
                 CLOSE DISCIPLINAS-ANT
           END-EVALUATE
           .
       P210-FIM.

       P220-COPIA-REGISTRO.

           ADD 1 TO WS-CONT-LIDOS
           MOVE WS-TAM-LIDO TO MIG-TAMANHO

           IF WS-TAM-LIDO NOT EQUAL WS-TAM-ORIGEM
              ADD 1 TO WS-CONT-DIVERGENTES
              MOVE SPACE TO WS-LINHA-SPOOL
              STRING 'TAMANHO DIVERGENTE: CHAVE ' DELIMITED BY SIZE
                     MIG-DADOS(1:WS-TAM-CHAVE)   DELIMITED BY SIZE
                     ' TAMANHO '                 DELIMITED BY SIZE
                     WS-TAM-LIDO                 DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-IF

           WRITE REG-MIGR-COPIA
           .
       P220-FIM.

       P300-RECARREGA.

      * Segunda passada: recria o arquivo vazio no layout atual e
      * recarrega a partir da copia, com os valores padrao dos
      * campos novos (numericos zerados, alfanumericos em branco,
      * salvo os padroes de negocio abaixo).
           MOVE ZERO TO WS-CONT-GRAVADOS
           MOVE ZERO TO WS-CONT-REJEITADOS

           SET FS-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 OPEN OUTPUT ALUNOS
              WHEN 2
                 OPEN OUTPUT NOTAS
              WHEN 4
                 OPEN OUTPUT PROFESSORES
              WHEN 5
                 OPEN OUTPUT USUARIOS
              WHEN OTHER
                 OPEN OUTPUT DISCIPLINAS
           END-EVALUATE

           IF NOT FS-OK
              DISPLAY 'ERRO AO RECRIAR O ARQUIVO ' WS-ARQ-NOME
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              DISPLAY 'OS REGISTROS ESTAO PRESERVADOS EM '
                      WS-CAMINHO-COPIA
              GO TO P300-FIM
           END-IF

           SET FS-CPY-OK TO TRUE
           OPEN INPUT MIGR-COPIA
           IF NOT FS-CPY-OK
              DISPLAY 'ERRO AO REABRIR A COPIA ' WS-CAMINHO-COPIA
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CPY
              PERFORM P390-FECHA-NOVO THRU P390-FIM
              GO TO P300-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ MIGR-COPIA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM P310-GRAVA-NOVO THRU P310-FIM
              END-READ
           END-PERFORM

           CLOSE MIGR-COPIA
           PERFORM P390-FECHA-NOVO THRU P390-FIM
           .
       P300-FIM.

       P310-GRAVA-NOVO.

           SET FS-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 INITIALIZE REG-ALUNO
                 MOVE MIG-DADOS(1:WS-TAM-ORIGEM)
                    TO REG-ALUNO(1:WS-TAM-ORIGEM)
                 WRITE REG-ALUNO
                    INVALID KEY
                       PERFORM P320-REJEITA THRU P320-FIM
                 END-WRITE
              WHEN 2
                 INITIALIZE REG-NOTAS
                 MOVE MIG-DADOS(1:WS-TAM-ORIGEM)
                    TO REG-NOTAS(1:WS-TAM-ORIGEM)
                 IF WS-VER-ORIGEM LESS THAN 2
                    MOVE WS-ANO-PADRAO TO ANO-LETIVO
                 END-IF
                 WRITE REG-NOTAS
                    INVALID KEY
                       PERFORM P320-REJEITA THRU P320-FIM
                 END-WRITE
      * carga horaria e hora-atividade do professor antigo zeradas
              WHEN 4
                 INITIALIZE REG-PROFESSOR
                 MOVE MIG-DADOS(1:WS-TAM-ORIGEM)
                    TO REG-PROFESSOR(1:WS-TAM-ORIGEM)
                 WRITE REG-PROFESSOR
                    INVALID KEY
                       PERFORM P320-REJEITA THRU P320-FIM
                 END-WRITE
      * login antigo sem professor vinculado (zero)
              WHEN 5
                 INITIALIZE REG-USUARIO
                 MOVE MIG-DADOS(1:WS-TAM-ORIGEM)
                    TO REG-USUARIO(1:WS-TAM-ORIGEM)
                 WRITE REG-USUARIO
                    INVALID KEY
                       PERFORM P320-REJEITA THRU P320-FIM
                 END-WRITE
              WHEN OTHER
                 INITIALIZE REG-DISCIPLINA
                 MOVE MIG-DADOS(1:WS-TAM-ORIGEM)
                    TO REG-DISCIPLINA(1:WS-TAM-ORIGEM)
      * disciplinas antigas eram todas trimestrais
                 IF WS-VER-ORIGEM LESS THAN 2
                    MOVE 4 TO QTD-PERIODOS
                 END-IF
                 WRITE REG-DISCIPLINA
                    INVALID KEY
                       PERFORM P320-REJEITA THRU P320-FIM
                 END-WRITE
           END-EVALUATE

           IF FS-OK
              ADD 1 TO WS-CONT-GRAVADOS
           END-IF
           .
       P310-FIM.

       P320-REJEITA.

           ADD 1 TO WS-CONT-REJEITADOS
           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'REJEITADO (CHAVE DUPLICADA OU INVALIDA): '
                                          DELIMITED BY SIZE
                  MIG-DADOS(1:WS-TAM-CHAVE) DELIMITED BY SIZE
                  ' FILE STATUS '         DELIMITED BY SIZE
                  WS-FS                   DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P320-FIM.

       P390-FECHA-NOVO.

           EVALUATE WS-ARQ-IDX
              WHEN 1
                 CLOSE ALUNOS
              WHEN 2
                 CLOSE NOTAS
              WHEN 4
                 CLOSE PROFESSORES
              WHEN 5
                 CLOSE USUARIOS
              WHEN OTHER
                 CLOSE DISCIPLINAS
           END-EVALUATE
           .
       P390-FIM.

       P400-CONFERE-CARGA.

      * Terceira passada: rele o arquivo no layout atual pela chave
      * primaria, conta os registros e confere a ordem das chaves.
      * Sem conversao (origem = atual) o total lido na copia e o
      * esperado.
           MOVE 'N'  TO WS-CARGA-CONFERE
           MOVE ZERO TO WS-CONT-CONFERIDOS
           MOVE ZERO TO WS-CONT-FORA-ORDEM
           MOVE SPACE TO WS-CHAVE-ANTERIOR

           IF WS-VER-ORIGEM EQUAL WS-VER-ATUAL
              MOVE WS-CONT-LIDOS TO WS-CONT-GRAVADOS
              MOVE ZERO          TO WS-CONT-REJEITADOS
           END-IF

           SET FS-OK TO TRUE
           EVALUATE WS-ARQ-IDX
              WHEN 1
                 OPEN INPUT ALUNOS
              WHEN 2
                 OPEN INPUT NOTAS
              WHEN 4
                 OPEN INPUT PROFESSORES
              WHEN 5
                 OPEN INPUT USUARIOS
              WHEN OTHER
                 OPEN INPUT DISCIPLINAS
           END-EVALUATE

           IF NOT FS-OK
              DISPLAY 'ERRO AO REABRIR O ARQUIVO ' WS-ARQ-NOME
                      ' PARA CONFERENCIA.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P400-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              EVALUATE WS-ARQ-IDX
                 WHEN 1
                    READ ALUNOS NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE ID-ALUNO TO WS-CHAVE-ATUAL
                 WHEN 2
                    READ NOTAS NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE ID-INCLUSAO TO WS-CHAVE-ATUAL
                 WHEN 4
                    READ PROFESSORES NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE ID-PROFESSOR IN REG-PROFESSOR
                       TO WS-CHAVE-ATUAL
                 WHEN 5
                    READ USUARIOS NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE LOGIN-USUARIO TO WS-CHAVE-ATUAL
                 WHEN OTHER
                    READ DISCIPLINAS NEXT RECORD
                       AT END SET EOF-OK TO TRUE
                    END-READ
                    MOVE ID-DISCIPLINA IN REG-DISCIPLINA
                       TO WS-CHAVE-ATUAL
              END-EVALUATE
              IF NOT EOF-OK
                 ADD 1 TO WS-CONT-CONFERIDOS
                 IF WS-CONT-CONFERIDOS GREATER THAN 1 AND
                    WS-CHAVE-ATUAL NOT GREATER THAN WS-CHAVE-ANTERIOR
                    ADD 1 TO WS-CONT-FORA-ORDEM
                 END-IF
                 MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
              END-IF
           END-PERFORM

           PERFORM P390-FECHA-NOVO THRU P390-FIM

           IF WS-CONT-CONFERIDOS EQUAL WS-CONT-GRAVADOS AND
              WS-CONT-FORA-ORDEM EQUAL ZERO AND
              WS-CONT-GRAVADOS + WS-CONT-REJEITADOS EQUAL
                 WS-CONT-LIDOS
              MOVE 'S' TO WS-CARGA-CONFERE
           END-IF
           .
       P400-FIM.

       P500-RESUMO.

           DISPLAY ' '
           DISPLAY 'RESUMO DA MIGRACAO DE ' WS-ARQ-NOME
           DISPLAY 'LIDOS NA VERSAO ' WS-VER-ORIGEM ':    '
                   WS-CONT-LIDOS
           DISPLAY 'TAMANHO DIVERGENTE:   ' WS-CONT-DIVERGENTES
           DISPLAY 'GRAVADOS NA VERSAO ' WS-VER-ATUAL ': '
                   WS-CONT-GRAVADOS
           DISPLAY 'REJEITADOS:           ' WS-CONT-REJEITADOS
           DISPLAY 'CONFERIDOS:           ' WS-CONT-CONFERIDOS
           DISPLAY 'CHAVES FORA DE ORDEM: ' WS-CONT-FORA-ORDEM

           IF CARGA-CONFERE-OK
              DISPLAY 'CARGA CONFERIDA. VERSAO ' WS-VER-ATUAL
                      ' REGISTRADA PARA ' WS-ARQ-NOME '.'
           ELSE
              DISPLAY 'CARGA NAO CONFERE. VERSAO NAO REGISTRADA.'
              IF ARQUIVO-EXISTE-OK
                 DISPLAY 'OS REGISTROS ORIGINAIS ESTAO EM '
                         WS-CAMINHO-COPIA
              END-IF
           END-IF

           MOVE SPACE TO WS-LINHA-SPOOL
           STRING 'LIDOS '           DELIMITED BY SIZE
                  WS-CONT-LIDOS      DELIMITED BY SIZE
                  ' DIVERGENTES '    DELIMITED BY SIZE
                  WS-CONT-DIVERGENTES DELIMITED BY SIZE
                  ' GRAVADOS '       DELIMITED BY SIZE
                  WS-CONT-GRAVADOS   DELIMITED BY SIZE
                  ' REJEITADOS '     DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'CONFERIDOS '      DELIMITED BY SIZE
                  WS-CONT-CONFERIDOS DELIMITED BY SIZE
                  ' FORA DE ORDEM '  DELIMITED BY SIZE
                  WS-CONT-FORA-ORDEM DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           IF CARGA-CONFERE-OK
              MOVE 'VERSAO REGISTRADA' TO WS-LINHA-SPOOL(50:17)
           ELSE
              MOVE 'NAO CONFERE' TO WS-LINHA-SPOOL(50:11)
           END-IF
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'MIGRACAO'   TO AUD-OPERACAO
           MOVE WS-ARQ-NOME  TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           STRING 'VERSAO '         DELIMITED BY SIZE
                  WS-VER-ORIGEM     DELIMITED BY SIZE
                  ' LIDOS '         DELIMITED BY SIZE
                  WS-CONT-LIDOS     DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTES
           STRING 'VERSAO '         DELIMITED BY SIZE
                  WS-VER-ATUAL      DELIMITED BY SIZE
                  ' GRAVADOS '      DELIMITED BY SIZE
                  WS-CONT-GRAVADOS  DELIMITED BY SIZE
                  ' REJEITADOS '    DELIMITED BY SIZE
                  WS-CONT-REJEITADOS DELIMITED BY SIZE
                  ' CONFERE '       DELIMITED BY SIZE
                  WS-CARGA-CONFERE  DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P500-FIM.

       P550-REGISTRA-VERSAO.

           SET FS-CTL-OK TO TRUE
           OPEN I-O CONTROLE

           IF WS-FS-CTL EQUAL 35
              OPEN OUTPUT CONTROLE
              CLOSE CONTROLE
              OPEN I-O CONTROLE
           END-IF

           IF NOT FS-CTL-OK
              DISPLAY 'ERRO AO REGISTRAR A VERSAO NO CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
              GO TO P550-FIM
           END-IF

           MOVE WS-CHAVE-VERSAO TO CHAVE-CONTROLE
           READ CONTROLE
              KEY IS CHAVE-CONTROLE
                 INVALID KEY
                    MOVE WS-CHAVE-VERSAO TO CHAVE-CONTROLE
                    MOVE WS-VER-ATUAL TO ULTIMO-NUMERO
                    WRITE REG-CONTROLE
                 NOT INVALID KEY
                    MOVE WS-VER-ATUAL TO ULTIMO-NUMERO
                    REWRITE REG-CONTROLE
           END-READ

           IF NOT FS-CTL-OK AND WS-FS-CTL NOT EQUAL 02
              DISPLAY 'ERRO AO REGISTRAR A VERSAO NO CONTROLE.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS-CTL
           END-IF

           CLOSE CONTROLE
           .
       P550-FIM.

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

           MOVE 'PROGMIGR' TO AUD-PROGRAMA
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
       END PROGRAM PROGMIGR.
