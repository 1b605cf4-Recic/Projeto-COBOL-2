           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS ASSIGN TO
              88 PERFIL-SEC                      VALUE 'S'.
              88 PERFIL-COORD                    VALUE 'C'.
              88 PERFIL-DIR                      VALUE 'D'.
              88 PERFIL-PROF                     VALUE 'P'.
      * Unidade escolar do operador logado. Em branco = sem
      * restricao (direcao ou operador de todas as unidades).
           03 WS-UNIDADE                         PIC X(04).
      * Professor do login de perfil P: os modulos de lancamento
      * limitam a digitacao as disciplinas/turmas dele na OFERTA.
           03 WS-ID-PROFESSOR                    PIC 9(05) VALUE ZERO.

       77  WS-TITULO                             PIC X(40).

       77  WS-MODO-QUIOSQUE                      PIC X VALUE 'N'.
           88 MODO-QUIOSQUE-OK                   VALUE 'S'.

      * Sessao sobre a copia mascarada (TREINO.env do PROGTREI):
      * os menus mostram o aviso de ambiente de treinamento.
       77  WS-AMBIENTE-TREINO                    PIC X VALUE 'N'.
           88 AMBIENTE-TREINO-OK                 VALUE 'S' 's'.

       77  WS-OPCAO                              PIC X.

       77  WS-EXT                                PIC X.
           VALUE 'NUNCA EXECUTADO'.
       77  WS-ULT-EXPORT                         PIC X(20)
           VALUE 'NUNCA EXECUTADO'.
       77  WS-ULT-ABERTOS                        PIC X(20)
           VALUE 'NUNCA EXECUTADO'.
       77  WS-ALERTA-PEND                        PIC X(20) VALUE SPACE.

           COPY VERSOES.

      ******************************************************************
       PROCEDURE DIVISION.

              MOVE 'S' TO WS-MODO-QUIOSQUE
           END-IF

           ACCEPT WS-AMBIENTE-TREINO FROM ENVIRONMENT 'AMBIENTE_TREINO'
              ON EXCEPTION MOVE 'N' TO WS-AMBIENTE-TREINO
           END-ACCEPT

           IF MODO-QUIOSQUE-OK
              ACCEPT WS-SESSAO-DATA FROM DATE YYYYMMDD
              ACCEPT WS-SESSAO-HORA FROM TIME

           PERFORM P050-INICIA-SESSAO
           PERFORM P065-REGISTRA-SESSAO THRU P065-FIM
           IF PERFIL-PROF
              PERFORM P150-MENU-PROFESSOR UNTIL WS-OPCAO = 'F'
           ELSE
              PERFORM P060-PAINEL-OPERACIONAL THRU P060-FIM
              PERFORM P100-MENU-INICIAL UNTIL WS-OPCAO = 'F'
           END-IF
           PERFORM P500-ENCERRAMENTO
           .
       P050-INICIA-SESSAO.
              MOVE 6 TO WS-TAM-MINIMO
           END-IF

      * USUARIOS em layout diferente do deste programa (versao
      * registrada no CONTROLE ou arquivo recusado na abertura) nao
      * permite o login: a migracao e oferecida antes.
           MOVE 'N' TO WS-VL-USA-AUDITORIA
           MOVE 'S' TO WS-VL-USA-USUARIOS
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGVERS'
              USING WS-VERSOES-LAYOUT
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF NOT VL-VERSAO-OK
              PERFORM P059-MIGRA-USUARIOS THRU P059-FIM
           END-IF

           OPEN I-O USUARIOS
           IF WS-FS EQUAL 39
              PERFORM P059-MIGRA-USUARIOS THRU P059-FIM
              OPEN I-O USUARIOS
           END-IF
           MOVE 'S' TO WS-VL-USA-AUDITORIA
           MOVE 'N' TO WS-VL-USA-USUARIOS

           EVALUATE TRUE
              WHEN WS-FS EQUAL 35
           END-EVALUATE
           .
       P055-FIM.
       P059-MIGRA-USUARIOS.

      * Migracao do USUARIOS pelo PROGMIGR (item 5), sob a senha de
      * autorizacao dele; sem ela a sessao e encerrada.
           DISPLAY 'ARQUIVO DE USUARIOS GRAVADO EM LAYOUT DIFERENTE '
                   'DO DESTE PROGRAMA.'
           DISPLAY 'TECLE <M> para migrar agora (senha de '
                   'autorizacao) ou <QUALQUER TECLA> para encerrar: '
           ACCEPT WS-OPCAO
           IF WS-OPCAO NOT EQUAL 'M' AND WS-OPCAO NOT EQUAL 'm'
              DISPLAY 'SESSAO ENCERRADA.'
              STOP RUN
           END-IF

           MOVE 'MIGRACAO DE LAYOUT' TO WS-MENSAGEM
           MOVE 5 TO WS-TIPO
           MOVE 'D' TO WS-PERFIL
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGMIGR'
              USING WS-COM-AREA
           MOVE 0 TO WS-TIPO
           MOVE SPACE TO WS-PERFIL
           MOVE SPACE TO WS-OPCAO

           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGVERS'
              USING WS-VERSOES-LAYOUT
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF NOT VL-VERSAO-OK
              DISPLAY 'USUARIOS NAO MIGRADO. SESSAO ENCERRADA.'
              STOP RUN
           END-IF
           .
       P059-FIM.
       P056-VALIDA-SENHA.

      * Confere a senha contra o registro do usuario. Senhas legadas
              END-IF
           END-IF

      * Login de professor sem o vinculo com o cadastro docente nao
      * tem turma onde lancar: a sessao nao e aberta.
           IF PERFIL-PROFESSOR AND
              (ID-PROFESSOR-USU NOT NUMERIC OR
               ID-PROFESSOR-USU EQUAL ZERO)
              DISPLAY 'LOGIN DE PROFESSOR SEM CODIGO DE PROFESSOR '
                      'VINCULADO. PROCURE A DIRECAO.'
              ADD 1 TO WS-TENTATIVAS
              GO TO P056-FIM
           END-IF

           MOVE 'S' TO WS-LOGADO
           MOVE WS-LOGIN-INF TO WS-OPERADOR
           MOVE PERFIL-USUARIO TO WS-PERFIL
           IF PERFIL-PROFESSOR
              MOVE ID-PROFESSOR-USU TO WS-ID-PROFESSOR
           ELSE
              MOVE ZERO TO WS-ID-PROFESSOR
           END-IF
      * A direcao enxerga todas as unidades; os demais perfis ficam
      * restritos a unidade gravada no cadastro do usuario.
           IF PERFIL-USUARIO EQUAL 'D'

           MOVE WS-SESSAO-DATA(1:4) TO WS-ANO-CORRENTE

      * Terminal compilado para outro layout (PROGVERS) nao le
      * ALUNOS/NOTAS: o painel sai sem os totais e o menu continua
      * disponivel para a migracao.
           MOVE 'S' TO WS-VL-USA-ALUNOS
           MOVE 'S' TO WS-VL-USA-NOTAS
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGVERS'
              USING WS-VERSOES-LAYOUT
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF NOT VL-VERSAO-OK
              DISPLAY 'TOTAIS DO PAINEL SUSPENSOS: LAYOUT DOS ARQUIVOS '
                      'DIFERENTE DO DESTE PROGRAMA.'
              GO TO P060-ESTADO
           END-IF

           MOVE ZERO TO WS-QTD-ALUNOS
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF WS-QTD-PENDENTES < ZERO
              MOVE ZERO TO WS-QTD-PENDENTES
           END-IF
           .
       P060-ESTADO.

           SET FS-OK TO TRUE
           OPEN INPUT ESTADO
                    NOT INVALID KEY
                       MOVE VALOR-ESTADO TO WS-ULT-EXPORT
              END-READ
              MOVE 'ABER-DATA' TO CHAVE-ESTADO
              READ ESTADO
                 KEY IS CHAVE-ESTADO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE VALOR-ESTADO TO WS-ULT-ABERTOS
              END-READ
              MOVE 'ALERTA' TO CHAVE-ESTADO
              READ ESTADO
                 KEY IS CHAVE-ESTADO
           DISPLAY 'LANCAMENTOS PENDENTES (EST.): ' WS-QTD-PENDENTES
           DISPLAY 'ULTIMO FECHAMENTO EM LOTE:    ' WS-ULT-FECHAMENTO
           DISPLAY 'ULTIMO BACKUP (EXPORTACAO):   ' WS-ULT-EXPORT
           DISPLAY 'ULTIMO EXTRATO DADOS ABERTOS: ' WS-ULT-ABERTOS
           IF WS-ALERTA-PEND NOT EQUAL SPACE
              DISPLAY 'ALERTA PENDENTE:              ' WS-ALERTA-PEND
           END-IF
           DISPLAY '***************************************************'
           DISPLAY '****            SISTEMA ESCOLAR                ****'
           DISPLAY '***************************************************'
           IF AMBIENTE-TREINO-OK
              DISPLAY '** AMBIENTE DE TREINAMENTO - DADOS FICTICIOS **'
           END-IF
           DISPLAY '|                                                 |'
           DISPLAY '|           1 - Menu do Aluno                     |'
           DISPLAY '|           2 - Menu de Discplina                 |'
           END-EVALUATE 
           .

       P150-MENU-PROFESSOR.

      * Menu reduzido do perfil P: so os lancamentos do professor,
      * sempre limitados pelos modulos as disciplinas/turmas dele.
           MOVE SPACE TO WS-OPCAO
           MOVE 0 TO WS-TIPO

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY '****       SISTEMA ESCOLAR - PROFESSOR         ****'
           DISPLAY '***************************************************'
           IF AMBIENTE-TREINO-OK
              DISPLAY '** AMBIENTE DE TREINAMENTO - DADOS FICTICIOS **'
           END-IF
           DISPLAY '|                                                 |'
           DISPLAY '|           1 - Lancamento de Notas (Lote)        |'
           DISPLAY '|           2 - Instrumentos de Avaliacao         |'
           DISPLAY '|           3 - Lancamento de Faltas              |'
           DISPLAY '|           4 - Mapa de Notas da Turma            |'
           DISPLAY '|           5 - Diario de Conteudos (Aulas)       |'
           DISPLAY '|           6 - Pareceres Descritivos             |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - ENCERRAR                          |'
           DISPLAY '|                                                 |'
           DISPLAY '***************************************************'
           DISPLAY ' Selecione uma opcao: ' ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 MOVE 'NOTAS' TO WS-MENSAGEM
                 MOVE 3 TO WS-TIPO
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGINCL'
                 USING WS-COM-AREA

              WHEN '2'
                 MOVE 'AVALIACOES' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGAVAL'
                 USING WS-COM-AREA

              WHEN '3'
                 MOVE 'FREQUENCIA' TO WS-MENSAGEM
                 MOVE 7 TO WS-TIPO
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGINCL'
                 USING WS-COM-AREA

              WHEN '4'
                 MOVE 'MAPA-NOTAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGMAPA'
                 USING WS-COM-AREA

              WHEN '5'
                 MOVE 'AULAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGAULA'
                 USING WS-COM-AREA

              WHEN '6'
                 MOVE 'PARECER DESCRITIVO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPARE'
                 USING WS-COM-AREA

              WHEN 'F'
                 DISPLAY 'Ate a Proxima'

              WHEN 'f'
                 DISPLAY 'Ate a Proxima'
                 MOVE 'F' TO WS-OPCAO

              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA !'
           END-EVALUATE
           .

       P065-REGISTRA-SESSAO.

      * Registra esta sessao online no semaforo. Os lotes recusam o
           DISPLAY '|           B - Mapa de Notas da Turma            |'
           DISPLAY '|           C - Afastamentos e Substitutos        |'
           DISPLAY '|           D - Certidao de Carga Horaria         |'
           DISPLAY '|           E - Calendario de Provas              |'
           DISPLAY '|           G - Diario de Conteudos (Aulas)       |'
           DISPLAY '|           H - Lotacao Docente (Carga x Aulas)   |'
           DISPLAY '|           I - Revisao de Resultado Final        |'
           DISPLAY '|           J - Classificacao/Reclassificacao     |'
           DISPLAY '|           K - Roteiro Fechamento Trimestre      |'
           DISPLAY '|           L - Avaliacoes Externas (SAEB)        |'
           DISPLAY '|           M - Pareceres Descritivos             |'
           DISPLAY '|           N - Componentes Eletivos              |'
           DISPLAY '|           O - Carga Horaria (Previstas x Dadas) |'
           DISPLAY '|           P - Ata de Resultados Finais          |'
           DISPLAY '|           Q - Fluxo Escolar por Coorte          |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - Retornar ao Menu                  |'
           DISPLAY '|                                                 |'
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCARG'
                 USING WS-COM-AREA

              WHEN 'E'
              WHEN 'e'
                 MOVE 'PROVAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPROV'
                 USING WS-COM-AREA

              WHEN 'G'
              WHEN 'g'
                 MOVE 'AULAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGAULA'
                 USING WS-COM-AREA

              WHEN 'H'
              WHEN 'h'
                 MOVE 'LOTACAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGLOTA'
                 USING WS-COM-AREA

              WHEN 'I'
              WHEN 'i'
                 MOVE 'REVISAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGREVI'
                 USING WS-COM-AREA

              WHEN 'J'
              WHEN 'j'
                 MOVE 'RECLASSIFICACAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGRECL'
                 USING WS-COM-AREA

              WHEN 'K'
              WHEN 'k'
                 MOVE 'FECHAMENTO DE TRIMESTRE' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGTRIM'
                 USING WS-COM-AREA

              WHEN 'L'
              WHEN 'l'
                 MOVE 'AVALIACAO EXTERNA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGAVEX'
                 USING WS-COM-AREA

              WHEN 'M'
              WHEN 'm'
                 MOVE 'PARECER DESCRITIVO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPARE'
                 USING WS-COM-AREA

              WHEN 'N'
              WHEN 'n'
                 MOVE 'COMPONENTES ELETIVOS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGELET'
                 USING WS-COM-AREA

              WHEN 'O'
              WHEN 'o'
                 MOVE 'CARGA HORARIA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCHOR'
                 USING WS-COM-AREA

              WHEN 'P'
              WHEN 'p'
                 MOVE 'ATA-FINAL' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGATAF'
                 USING WS-COM-AREA

              WHEN 'Q'
              WHEN 'q'
                 MOVE 'FLUXO-COORTE' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGFLUX'
                 USING WS-COM-AREA

              WHEN 'F'
              WHEN 'f'
                 CONTINUE
           DISPLAY '|           A - Campanha de Rematricula           |'
           DISPLAY '|           B - Movimento Escolar (Eventos)       |'
           DISPLAY '|           C - Checklist de Documentos           |'
           DISPLAY '|           D - Merenda Escolar (Refeicoes)       |'
           DISPLAY '|           E - Extrato Sistema Presenca (PBF)    |'
           DISPLAY '|           G - Avisos por SMS (Gateway)          |'
           DISPLAY '|           H - Qualidade Cadastral (Censo)       |'
           DISPLAY '|           I - Projecao de Vagas (Prox. Ano)     |'
           DISPLAY '|           J - Portaria (Autorizados/Saidas)     |'
           DISPLAY '|           K - Salas e Ensalamento               |'
           DISPLAY '|           L - Mala Direta (Cartas)              |'
           DISPLAY '|           M - Dados Abertos (Transparencia)     |'
           DISPLAY '|           N - Cadastro de Familias              |'
           DISPLAY '|           O - Agenda de Pendencias              |'
           DISPLAY '|           P - Oficinas de Contraturno           |'
           DISPLAY '|           Q - Sorteio Publico de Vagas          |'
           DISPLAY '|           R - Geracao do Quadro de Horarios     |'
           DISPLAY '|           S - Passe Escolar (Onibus Urbano)     |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - Retornar ao Menu                  |'
           DISPLAY '|                                                 |'
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGDOCS'
                 USING WS-COM-AREA

              WHEN 'D'
              WHEN 'd'
                 MOVE 'MERENDA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGMERE'
                 USING WS-COM-AREA

              WHEN 'E'
              WHEN 'e'
                 MOVE 'PRESENCA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPRES'
                 USING WS-COM-AREA

              WHEN 'G'
              WHEN 'g'
                 MOVE 'AVISOS SMS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGSMS'
                 USING WS-COM-AREA

              WHEN 'H'
              WHEN 'h'
                 MOVE 'QUALIDADE' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGQUAL'
                 USING WS-COM-AREA

              WHEN 'I'
              WHEN 'i'
                 MOVE 'PROJECAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPROJ'
                 USING WS-COM-AREA

              WHEN 'J'
              WHEN 'j'
                 MOVE 'PORTARIA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPORT'
                 USING WS-COM-AREA

              WHEN 'K'
              WHEN 'k'
                 MOVE 'SALAS E ENSALAMENTO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGSALA'
                 USING WS-COM-AREA

              WHEN 'L'
              WHEN 'l'
                 MOVE 'MALA DIRETA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGMALA'
                 USING WS-COM-AREA

              WHEN 'M'
              WHEN 'm'
                 MOVE 'DADOS ABERTOS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGABER'
                 USING WS-COM-AREA

              WHEN 'N'
              WHEN 'n'
                 MOVE 'CADASTRO DE FAMILIAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGRESP'
                 USING WS-COM-AREA

              WHEN 'O'
              WHEN 'o'
                 MOVE 'AGENDA DE PENDENCIAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPEND'
                 USING WS-COM-AREA

              WHEN 'P'
              WHEN 'p'
                 MOVE 'CONTRATURNO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCONT'
                 USING WS-COM-AREA

              WHEN 'Q'
              WHEN 'q'
                 MOVE 'SORTEIO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGSORT'
                 USING WS-COM-AREA

              WHEN 'R'
              WHEN 'r'
                 MOVE 'QUADRO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGQUAD'
                 USING WS-COM-AREA

              WHEN 'S'
              WHEN 's'
                 MOVE 'PASSE-ESCOLAR' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPASS'
                 USING WS-COM-AREA

              WHEN 'F'
              WHEN 'f'
                 CONTINUE
           DISPLAY '|           4 - Cadeia Noturna de Lotes           |'
           DISPLAY '|           5 - Console de Sessoes                |'
           DISPLAY '|           6 - Conciliacao INEP (Censo)          |'
           DISPLAY '|           7 - Conversao de Chaves (MAT/FRQ)     |'
           DISPLAY '|           8 - Verificacao Trilha Auditoria      |'
           DISPLAY '|           9 - Migracao de Layout dos Arquivos   |'
           DISPLAY '|           A - Reorganizacao dos Indexados       |'
           DISPLAY '|           B - Alteracoes de Nota Suspeitas      |'
           DISPLAY '|           C - Reaplicacao da Trilha             |'
           DISPLAY '|           D - Ambiente de Treinamento           |'
           DISPLAY '|                                                 |'
           DISPLAY '|           F - Retornar ao Menu                  |'
           DISPLAY '|                                                 |'
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGINEP'
                 USING WS-COM-AREA

              WHEN '7'
                 MOVE 'CONVERSAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCHAV'
                 USING WS-COM-AREA

              WHEN '8'
                 MOVE 'VERIFICACAO DA TRILHA' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCADV'
                 USING WS-COM-AREA

              WHEN '9'
                 MOVE 'MIGRACAO DE LAYOUT' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGMIGR'
                 USING WS-COM-AREA

              WHEN 'A'
              WHEN 'a'
                 MOVE 'REORGANIZACAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGREOR'
                 USING WS-COM-AREA

              WHEN 'B'
              WHEN 'b'
                 MOVE 'SUSPEITAS' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGSUSP'
                 USING WS-COM-AREA

              WHEN 'C'
              WHEN 'c'
                 MOVE 'REAPLICACAO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGREAP'
                 USING WS-COM-AREA

              WHEN 'D'
              WHEN 'd'
                 MOVE 'AMBIENTE DE TREINAMENTO' TO WS-MENSAGEM
                 CALL
                 '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGTREI'
                 USING WS-COM-AREA

              WHEN 'F'
              WHEN 'f'
                 CONTINUE
