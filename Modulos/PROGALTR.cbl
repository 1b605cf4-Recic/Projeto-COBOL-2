           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT ENSALA ASSIGN TO
           WS-CAMINHO-ENSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ENSALA
           ALTERNATE RECORD KEY CHAVE-SALA-ENS =
           ID-SALA-ENS DIA-SEMANA-ENS TEMPO-ENS WITH DUPLICATES
           FILE STATUS IS WS-FS-ENS.

           SELECT VINCRESP ASSIGN TO
           WS-CAMINHO-VINCRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-VRS
           ALTERNATE RECORD KEY ID-RSP-VRS WITH DUPLICATES
           FILE STATUS IS WS-FS-VRS.

           SELECT AUDITORIA ASSIGN TO
           WS-CAMINHO-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
       FD  HORARIOS.
           COPY FD-HORARIOS.

       FD  ENSALA.
           COPY FD-ENSALA.

       FD  VINCRESP.
           COPY FD-VINCRESP.

       FD  AUDITORIA.
           COPY FD-AUDITORIA.

       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-HORARIOS               PIC X(80).
       01  WS-CAMINHO-ENSALA                 PIC X(80).
       01  WS-CAMINHO-VINCRESP               PIC X(80).

       77  WS-FS-ENS                         PIC 99.
           88 FS-ENS-OK                      VALUE 0.

       77  WS-FS-VRS                         PIC 99.
           88 FS-VRS-OK                      VALUE 0.

       77  WS-FS-PER                         PIC 99.
           88 FS-PER-OK                      VALUE 0.
           88 EOF-PER-OK                     VALUE 'S' FALSE 'N'.


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

       01  WS-REGISTRO-DP                    PIC X(79) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-DP.
           03 TURNO-TM                       PIC X(01).
           03 UNID-TM                        PIC X(04).

       01  WS-REGISTRO-PF                    PIC X(69) VALUE SPACE.
       01  FILLER REDEFINES WS-REGISTRO-PF.
           03 ID-PF                          PIC 9(05).
           03 NM-PF                          PIC X(20).
           03 TL-PF                          PIC X(20).
           03 FM-PF                          PIC X(20).
           03 CH-SEM-PF                      PIC 9(02).
           03 CH-ATV-PF                      PIC 9(02).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EXT                            PIC X.
           88 EXT-OK                         VALUE 'F' FALSE 'N'.

       77  WS-EOF-HOR                        PIC X VALUE 'N'.
           88 EOF-HOR-OK                     VALUE 'S' FALSE 'N'.
       01  WS-REG-HOR-ANTES                  PIC X(18) VALUE SPACE.
       77  WS-SALA-HOR                       PIC 9(05) VALUE ZERO.
       01  WS-REG-ENS-ANTES                  PIC X(56) VALUE SPACE.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.

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
           DISPLAY 'ALTERACAO DE ' LK-MENSAGEM
                        INTO WS-CAMINHO-HORARIOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-ENSALA FROM ENVIRONMENT 'ENSALA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ENSALA.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ENSALA
           END-ACCEPT

           ACCEPT WS-CAMINHO-VINCRESP FROM ENVIRONMENT 'VINCRESP_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'VINCRESP.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-VINCRESP
           END-ACCEPT

           .
       P010-FIM.

                       DISPLAY 'Pai Atual: 'NM-PAI-AL
                       DISPLAY 'Endereco Atual: 'END-AL
                       DISPLAY 'INEP Atual: 'INEP-AL
                       DISPLAY 'NIS Atual: 'NIS-AL
                       DISPLAY 'Recusa SMS Atual: 'SMS-AL
                       DISPLAY 'Nome Social Atual: 'NM-SOC-AL
                               ' Requerido em: 'DT-NM-SOC-AL
                               ' por: 'REQ-NM-SOC-AL
                       DISPLAY '*******************************'

      * O nome civil so muda por documento (certidao); o nome
      * pelo qual o aluno quer ser chamado vai no nome social.
                       DISPLAY 'Informe o novo nome civil (conforme '
                               'certidao): '
                       ACCEPT NM-ALUNO IN REG-ALUNO
                       DISPLAY 'Informe o novo telefone: '
                       ACCEPT TL-ALUNO IN REG-ALUNO
      * Aluno vinculado no cadastro de familias: o responsavel e
      * mantido la, para valer para todos os irmaos.
                       MOVE ZERO TO ID-RSP-VRS
                       SET FS-VRS-OK TO TRUE
                       OPEN INPUT VINCRESP
                       IF FS-VRS-OK
                          MOVE ID-AL TO ID-ALUNO-VRS
                          READ VINCRESP
                             KEY IS ID-ALUNO-VRS
                                INVALID KEY
                                   MOVE ZERO TO ID-RSP-VRS
                          END-READ
                          CLOSE VINCRESP
                       END-IF
                       IF ID-RSP-VRS NOT EQUAL ZERO
                          DISPLAY 'Responsavel mantido no Cadastro de '
                                  'Familias (responsavel ' ID-RSP-VRS
                                  ').'
                       ELSE
                          DISPLAY 'Informe o novo nome do '
                                  'responsavel: '
                          ACCEPT NM-RESPONSAVEL IN REG-ALUNO
                          DISPLAY 'Informe o novo telefone do '
                                  'responsavel: '
                          ACCEPT TL-RESPONSAVEL IN REG-ALUNO
                       END-IF
                       DISPLAY 'Situacao da matricula <A> Ativo ou '
                               '<I> Inativo: '
                       ACCEPT SITUACAO-ALUNO
                       ACCEPT END-ALUNO
                       DISPLAY 'Informe o codigo INEP: '
                       ACCEPT INEP-ALUNO
                       DISPLAY 'Informe o NIS do Bolsa Familia (0 se '
                               'nao beneficiario): '
                       ACCEPT NIS-ALUNO
                       IF NIS-ALUNO NOT NUMERIC
                          MOVE ZERO TO NIS-ALUNO
                       END-IF
                       DISPLAY 'Responsavel recusa avisos por SMS? '
                               '(N = recusa, branco = envia): '
                       ACCEPT SMS-ALUNO
                       IF SMS-ALUNO EQUAL 'n'
                          MOVE 'N' TO SMS-ALUNO
                       END-IF
                       IF NOT SMS-RECUSADO
                          MOVE SPACE TO SMS-ALUNO
                       END-IF
                       PERFORM P045-NOME-SOCIAL THRU P045-FIM
                       DISPLAY 'TECLE: <S> para confirmar ou <QUALQUER '
                               'TECLA> para manter os dados atuais.'
                               ACCEPT WS-CONFIRMA
                                   MOVE REG-ALUNO   TO AUD-VALOR-DEPOIS
                                   PERFORM P800-GRAVA-AUDITORIA
                                      THRU P800-FIM
                                   PERFORM P046-AUDITA-NOME-SOCIAL
                                      THRU P046-FIM
                                   DISPLAY 'Dados do aluno atualizados.'
                                   MOVE NM-AL TO WS-NM-ANTIGO
                                   MOVE NM-ALUNO IN REG-ALUNO
           .
       P040-FIM.

       P045-NOME-SOCIAL.

      * Nome social: so com o requerimento do aluno (maior de idade)
      * ou do responsavel, registrado com a data. Branco retira.
           DISPLAY 'Informe o nome social (branco = sem nome '
                   'social): '
           ACCEPT NM-SOCIAL-ALUNO

           IF NM-SOCIAL-ALUNO EQUAL SPACE
              MOVE ZERO  TO DT-NM-SOCIAL-ALUNO
              MOVE SPACE TO REQ-NM-SOCIAL-ALUNO
              GO TO P045-FIM
           END-IF

           IF NM-SOCIAL-ALUNO EQUAL NM-SOC-AL
              GO TO P045-FIM
           END-IF

           DISPLAY 'Data do requerimento (AAAAMMDD): '
           ACCEPT DT-NM-SOCIAL-ALUNO
           IF DT-NM-SOCIAL-ALUNO NOT NUMERIC OR
              DT-NM-SOCIAL-ALUNO EQUAL ZERO
              ACCEPT DT-NM-SOCIAL-ALUNO FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'Requerido pelo <A> aluno ou pelo <R> '
                   'responsavel: '
           ACCEPT REQ-NM-SOCIAL-ALUNO
           IF REQ-NM-SOCIAL-ALUNO EQUAL 'a'
              MOVE 'A' TO REQ-NM-SOCIAL-ALUNO
           END-IF
           IF REQ-NM-SOCIAL-ALUNO EQUAL 'r'
              MOVE 'R' TO REQ-NM-SOCIAL-ALUNO
           END-IF
           IF NOT NM-SOCIAL-PELO-ALUNO AND NOT NM-SOCIAL-PELO-RESP
              DISPLAY 'SEM REQUERIMENTO DO ALUNO OU DO RESPONSAVEL: '
                      'NOME SOCIAL MANTIDO.'
              MOVE NM-SOC-AL     TO NM-SOCIAL-ALUNO
              MOVE DT-NM-SOC-AL  TO DT-NM-SOCIAL-ALUNO
              MOVE REQ-NM-SOC-AL TO REQ-NM-SOCIAL-ALUNO
           END-IF
           .
       P045-FIM.

       P046-AUDITA-NOME-SOCIAL.

      * A imagem do aluno na trilha e truncada antes do nome social:
      * a mudanca ganha registro proprio (codigo, nome social, data e
      * requerente), que o PROGREAP sabe reaplicar.
           IF NM-SOCIAL-ALUNO     EQUAL NM-SOC-AL AND
              DT-NM-SOCIAL-ALUNO  EQUAL DT-NM-SOC-AL AND
              REQ-NM-SOCIAL-ALUNO EQUAL REQ-NM-SOC-AL
              GO TO P046-FIM
           END-IF

           MOVE 'NM-SOCIAL' TO AUD-OPERACAO
           MOVE 'ALUNOS'    TO AUD-ARQUIVO
           MOVE ID-AL       TO AUD-CHAVE
           MOVE SPACE       TO AUD-RESPONSAVEL
           MOVE SPACE       TO AUD-MOTIVO
           EVALUATE TRUE
              WHEN NM-SOCIAL-PELO-ALUNO
                 MOVE 'REQUERIDO PELO ALUNO' TO AUD-MOTIVO
              WHEN NM-SOCIAL-PELO-RESP
                 MOVE 'REQUERIDO PELO RESP.' TO AUD-MOTIVO
              WHEN OTHER
                 MOVE 'NOME SOCIAL RETIRADO' TO AUD-MOTIVO
           END-EVALUATE
           MOVE SPACE TO AUD-VALOR-ANTES
           STRING ID-AL         DELIMITED BY SIZE
                  NM-SOC-AL     DELIMITED BY SIZE
                  DT-NM-SOC-AL  DELIMITED BY SIZE
                  REQ-NM-SOC-AL DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTES
           MOVE SPACE TO AUD-VALOR-DEPOIS
           STRING ID-AL               DELIMITED BY SIZE
                  NM-SOCIAL-ALUNO     DELIMITED BY SIZE
                  DT-NM-SOCIAL-ALUNO  DELIMITED BY SIZE
                  REQ-NM-SOCIAL-ALUNO DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           .
       P046-FIM.

       P075-ANO-FECHADO.

      * Um unico periodo fechado pela coordenacao bloqueia o ano
           MOVE ANO-NT  TO NOVO-ANO-NT
           MOVE FREQ-NT TO NOVO-FREQ-NT

      * A decisao do Conselho de Classe fica marcada no motivo da
      * pendencia, com o responsavel, para o relatorio de alteracoes
      * suspeitas reconhecer a aprovacao pelo conselho.
           IF CONSELHO-OK
              MOVE SPACE TO WS-MOTIVO-PEDIDO
              STRING 'CONSELHO '             DELIMITED BY SIZE
                     WS-CONSELHO-MOTIVO      DELIMITED BY '  '
                     '/'                     DELIMITED BY SIZE
                     WS-CONSELHO-RESPONSAVEL DELIMITED BY '  '
                     INTO WS-MOTIVO-PEDIDO
           ELSE
              DISPLAY 'Informe o motivo da alteracao da nota: '
              ACCEPT WS-MOTIVO-PEDIDO
                       DISPLAY 'Nome Atual: 'NM-PF
                       DISPLAY 'Telefone Atual: 'TL-PF
                       DISPLAY 'Formacao Atual: 'FM-PF
                       DISPLAY 'Carga Semanal Atual: 'CH-SEM-PF
                               ' (hora-atividade: 'CH-ATV-PF ')'
                       DISPLAY '*******************************'

                       DISPLAY 'Informe o novo nome: '
                       ACCEPT TL-PROFESSOR IN REG-PROFESSOR
                       DISPLAY 'Informe a nova formacao: '
                       ACCEPT FM-PROFESSOR IN REG-PROFESSOR
                       DISPLAY 'Informe a carga horaria semanal '
                               'contratada: '
                       ACCEPT CH-SEMANAL-PROF
                       IF CH-SEMANAL-PROF NOT NUMERIC
                          MOVE ZERO TO CH-SEMANAL-PROF
                       END-IF
                       DISPLAY 'Informe as horas de hora-atividade: '
                       ACCEPT CH-ATIVIDADE-PROF
                       IF CH-ATIVIDADE-PROF NOT NUMERIC OR
                          CH-ATIVIDADE-PROF > CH-SEMANAL-PROF
                          DISPLAY 'HORA-ATIVIDADE INVALIDA. MANTIDA A '
                                  'ATUAL.'
                          MOVE CH-ATV-PF TO CH-ATIVIDADE-PROF
                       END-IF
                       IF CH-ATIVIDADE-PROF NOT NUMERIC OR
                          CH-ATIVIDADE-PROF > CH-SEMANAL-PROF
                          MOVE ZERO TO CH-ATIVIDADE-PROF
                       END-IF
                       DISPLAY 'TECLE: <S> para confirmar ou <QUALQUER '
                               'TECLA> para manter os dados atuais.'
                               ACCEPT WS-CONFIRMA

           MOVE 'PROGALTR' TO AUD-PROGRAMA

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

      * Remarcacao de aula: como o dia e o tempo fazem parte da
      * chave, a alteracao exclui a marcacao antiga e grava a nova,
      * depois de conferir o choque de horario do professor. A sala
      * do ensalamento acompanha a aula, se estiver livre no novo
      * dia/tempo.
           SET EXT-OK TO TRUE
           MOVE SPACE TO WS-CONFIRMA

              GO TO P009-SAIDA
           END-IF

           PERFORM P065-VERIFICA-SALA THRU P065-FIM
           IF CHOQUE-OK
              DISPLAY 'REMARCACAO CANCELADA POR CHOQUE DE SALA.'
              CLOSE HORARIOS
              GO TO P009-SAIDA
           END-IF

           DISPLAY 'TECLE: <S> para confirmar a remarcacao ou '
                   '<QUALQUER TECLA> para cancelar.'
           ACCEPT WS-CONFIRMA
                 MOVE WS-REG-HOR-ANTES  TO AUD-VALOR-ANTES
                 MOVE REG-HORARIO       TO AUD-VALOR-DEPOIS
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                 IF WS-SALA-HOR NOT EQUAL ZERO
                    PERFORM P066-MOVE-SALA THRU P066-FIM
                 END-IF
           END-WRITE

           CLOSE HORARIOS
           .
       P060-FIM.

       P065-VERIFICA-SALA.

      * Aula ensalada: a sala precisa estar livre no novo dia/tempo
      * (nenhuma outra aula ensalada nela).
           MOVE 'N' TO WS-CHOQUE
           MOVE ZERO TO WS-SALA-HOR

           SET FS-ENS-OK TO TRUE
           OPEN INPUT ENSALA
           IF NOT FS-ENS-OK
              GO TO P065-FIM
           END-IF

           MOVE WS-TURMA-HOR TO ID-TURMA-ENS
           MOVE WS-DISC-HOR  TO ID-DISCIPLINA-ENS
           MOVE WS-DIA-HOR   TO DIA-SEMANA-ENS
           MOVE WS-TEMPO-HOR TO TEMPO-ENS
           READ ENSALA
              KEY IS CHAVE-ENSALA
                 INVALID KEY
                    CLOSE ENSALA
                    GO TO P065-FIM
           END-READ
           MOVE ID-SALA-ENS TO WS-SALA-HOR

           MOVE WS-SALA-HOR       TO ID-SALA-ENS
           MOVE WS-DIA-NOVO-HOR   TO DIA-SEMANA-ENS
           MOVE WS-TEMPO-NOVO-HOR TO TEMPO-ENS
           SET EOF-HOR-OK TO FALSE
           START ENSALA KEY IS EQUAL CHAVE-SALA-ENS
              INVALID KEY
                 SET EOF-HOR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-HOR-OK
              READ ENSALA NEXT RECORD
                 AT END
                    SET EOF-HOR-OK TO TRUE
                 NOT AT END
                    IF ID-SALA-ENS NOT EQUAL WS-SALA-HOR OR
                       DIA-SEMANA-ENS NOT EQUAL WS-DIA-NOVO-HOR OR
                       TEMPO-ENS NOT EQUAL WS-TEMPO-NOVO-HOR
                       SET EOF-HOR-OK TO TRUE
                    ELSE
                       IF ID-TURMA-ENS NOT EQUAL WS-TURMA-HOR OR
                          ID-DISCIPLINA-ENS NOT EQUAL WS-DISC-HOR
                          MOVE 'S' TO WS-CHOQUE
                          DISPLAY 'CHOQUE DE SALA: A SALA '
                                  WS-SALA-HOR ' JA TEM AULA DA TURMA '
                                  ID-TURMA-ENS ' NO NOVO DIA/TEMPO.'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ENSALA
           .
       P065-FIM.

       P066-MOVE-SALA.

      * Regrava o ensalamento com a chave da aula remarcada.
           SET FS-ENS-OK TO TRUE
           OPEN I-O ENSALA
           IF NOT FS-ENS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ENSALAMENTO. '
                      'ENSALE A AULA REMARCADA NOVAMENTE.'
              GO TO P066-FIM
           END-IF

           MOVE WS-TURMA-HOR TO ID-TURMA-ENS
           MOVE WS-DISC-HOR  TO ID-DISCIPLINA-ENS
           MOVE WS-DIA-HOR   TO DIA-SEMANA-ENS
           MOVE WS-TEMPO-HOR TO TEMPO-ENS
           READ ENSALA
              KEY IS CHAVE-ENSALA
                 INVALID KEY
                    CLOSE ENSALA
                    GO TO P066-FIM
           END-READ
           MOVE REG-ENSALA TO WS-REG-ENS-ANTES
           DELETE ENSALA RECORD

           MOVE WS-DIA-NOVO-HOR   TO DIA-SEMANA-ENS
           MOVE WS-TEMPO-NOVO-HOR TO TEMPO-ENS
           ACCEPT DT-ENSALA FROM DATE YYYYMMDD
           MOVE LK-OPERADOR       TO OPERADOR-ENS
           WRITE REG-ENSALA
           IF FS-ENS-OK
              DISPLAY 'SALA ' WS-SALA-HOR ' MANTIDA NA AULA REMARCADA.'
              MOVE 'ALTERACAO'        TO AUD-OPERACAO
              MOVE 'ENSALA'           TO AUD-ARQUIVO
              MOVE CHAVE-ENSALA(1:10) TO AUD-CHAVE
              MOVE WS-REG-ENS-ANTES   TO AUD-VALOR-ANTES
              MOVE REG-ENSALA         TO AUD-VALOR-DEPOIS
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO REGRAVAR O ENSALAMENTO (FILE STATUS '
                      WS-FS-ENS '). ENSALE A AULA NOVAMENTE.'
           END-IF

           CLOSE ENSALA
           .
       P066-FIM.

       P400-FIM.
           GOBACK.
       END PROGRAM PROGALTR.
