      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Montagem do ambiente de treinamento: copia a base de
      *          producao (os arquivos da copia de seguranca do
      *          PROGEXPT, inclusive os complementares, e os cadastros
      *          de SAUDE e AEE) para um diretorio separado
      *          (TREINO_DIR), trocando os dados pessoais por valores
      *          ficticios: nomes, responsaveis, telefones, enderecos,
      *          INEP, CARTEIRA, NIS e os textos de SAUDE e AEE. O
      *          nome ficticio do aluno deriva do ID-ALUNO, de modo que
      *          NOTAS, AL-APROV, NOTA-PEND e TRANSFER continuam
      *          batendo com ALUNOS. USUARIOS e recriado somente com os
      *          logins de treinamento (um por perfil). Grava no mesmo
      *          diretorio o TREINO.env, que aponta todos os arquivos
      *          do sistema para a copia e liga o AMBIENTE_TREINO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTREI.


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
           RECORD KEY ID-ALUNO IN ALUNOS
           ALTERNATE RECORD KEY NM-ALUNO IN ALUNOS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT ALUNOS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO IN ALUNOS-TREINO
           ALTERNATE RECORD KEY NM-ALUNO IN ALUNOS-TREINO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-TRE.

           SELECT DISCIPLINAS ASSIGN TO
           WS-CAMINHO-DISCIPLINAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN DISCIPLINAS
           FILE STATUS IS WS-FS.

           SELECT DISCIPLINAS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-DISCIPLINA IN DISCIPLINAS-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT NOTAS ASSIGN TO
           WS-CAMINHO-NOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO IN NOTAS
           ALTERNATE RECORD KEY NM-ALUNO IN NOTAS
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT NOTAS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INCLUSAO IN NOTAS-TREINO
           ALTERNATE RECORD KEY NM-ALUNO IN NOTAS-TREINO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-TRE.

           SELECT AL-APROV ASSIGN TO
           WS-CAMINHO-AL-APROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV IN AL-APROV
           ALTERNATE RECORD KEY NM-ALUNO IN AL-APROV
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT AL-APROV-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-INC-APROV IN AL-APROV-TREINO
           ALTERNATE RECORD KEY NM-ALUNO IN AL-APROV-TREINO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-TRE.

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA IN MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA IN MATRICULA
           ANO-MATRICULA IN MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT IN MATRICULA
           WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT MATRICULA-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA IN MATRICULA-TREINO
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT-TREINO =
           TURMA-MATRICULA IN MATRICULA-TREINO
           ANO-MATRICULA IN MATRICULA-TREINO WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT IN MATRICULA-TREINO
           WITH DUPLICATES
           FILE STATUS IS WS-FS-TRE.

           SELECT TURMAS ASSIGN TO
           WS-CAMINHO-TURMAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA IN TURMAS
           FILE STATUS IS WS-FS.

           SELECT TURMAS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TURMA IN TURMAS-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT PROFESSORES ASSIGN TO
           WS-CAMINHO-PROFESSORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PROFESSOR IN PROFESSORES
           FILE STATUS IS WS-FS.

           SELECT PROFESSORES-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PROFESSOR IN PROFESSORES-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT FREQUENCIA ASSIGN TO
           WS-CAMINHO-FREQUENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA IN FREQUENCIA
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ =
           ID-DISCIPLINA-FRQ IN FREQUENCIA
           TRIMESTRE-FRQ IN FREQUENCIA WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT FREQUENCIA-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-FREQUENCIA IN FREQUENCIA-TREINO
           ALTERNATE RECORD KEY CHAVE-DISC-FRQ-TREINO =
           ID-DISCIPLINA-FRQ IN FREQUENCIA-TREINO
           TRIMESTRE-FRQ IN FREQUENCIA-TREINO WITH DUPLICATES
           FILE STATUS IS WS-FS-TRE.

           SELECT OCORRENCIAS ASSIGN TO
           WS-CAMINHO-OCORRENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-OCORRENCIA IN OCORRENCIAS
           FILE STATUS IS WS-FS.

           SELECT OCORRENCIAS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-OCORRENCIA IN OCORRENCIAS-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT PERIODOS ASSIGN TO
           WS-CAMINHO-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PERIODO IN PERIODOS
           FILE STATUS IS WS-FS.

           SELECT PERIODOS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-PERIODO IN PERIODOS-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT CONTROLE ASSIGN TO
           WS-CAMINHO-CONTROLE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CONTROLE IN CONTROLE
           FILE STATUS IS WS-FS.

           SELECT CONTROLE-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-CONTROLE IN CONTROLE-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT NOTA-PEND ASSIGN TO
           WS-CAMINHO-NOTA-PEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PENDENTE IN NOTA-PEND
           FILE STATUS IS WS-FS.

           SELECT NOTA-PEND-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-PENDENTE IN NOTA-PEND-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT LISTA-ESPERA ASSIGN TO
           WS-CAMINHO-ESPERA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ESPERA IN LISTA-ESPERA
           FILE STATUS IS WS-FS.

           SELECT LISTA-ESPERA-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-ESPERA IN LISTA-ESPERA-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT TRANSFER ASSIGN TO
           WS-CAMINHO-TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TRANSFER IN TRANSFER
           FILE STATUS IS WS-FS.

           SELECT TRANSFER-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-TRANSFER IN TRANSFER-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT SAUDE ASSIGN TO
           WS-CAMINHO-SAUDE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-SAU IN SAUDE
           FILE STATUS IS WS-FS.

           SELECT SAUDE-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-SAU IN SAUDE-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT AEE ASSIGN TO
           WS-CAMINHO-AEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-AEE IN AEE
           FILE STATUS IS WS-FS.

           SELECT AEE-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ALUNO-AEE IN AEE-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT ATENDIMENTO-AEE ASSIGN TO
           WS-CAMINHO-ATENDAEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ATENDIMENTO IN ATENDIMENTO-AEE
           FILE STATUS IS WS-FS.

           SELECT ATENDIMENTO-AEE-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY ID-ATENDIMENTO IN ATENDIMENTO-AEE-TREINO
           FILE STATUS IS WS-FS-TRE.

           SELECT USUARIOS-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY LOGIN-USUARIO
           FILE STATUS IS WS-FS-TRE.

           SELECT PERFIL-TREINO ASSIGN TO
           WS-CAMINHO-TREINO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRE.

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

       FD  ALUNOS-TREINO.
           COPY FD-ALUNOS.

       FD  DISCIPLINAS.
           COPY FD-DISCIPLINAS.

       FD  DISCIPLINAS-TREINO.
           COPY FD-DISCIPLINAS.

       FD  NOTAS.
           COPY FD-NOTAS.

       FD  NOTAS-TREINO.
           COPY FD-NOTAS.

       FD  AL-APROV.
           COPY FD-AL-APROV.

       FD  AL-APROV-TREINO.
           COPY FD-AL-APROV.

       FD  MATRICULA.
           COPY FD-MATRICULA.

       FD  MATRICULA-TREINO.
           COPY FD-MATRICULA.

       FD  TURMAS.
           COPY FD-TURMAS.

       FD  TURMAS-TREINO.
           COPY FD-TURMAS.

       FD  PROFESSORES.
           COPY FD-PROFESSORES.

       FD  PROFESSORES-TREINO.
           COPY FD-PROFESSORES.

       FD  FREQUENCIA.
           COPY FD-FREQUENCIA.

       FD  FREQUENCIA-TREINO.
           COPY FD-FREQUENCIA.

       FD  OCORRENCIAS.
           COPY FD-OCORRENCIAS.

       FD  OCORRENCIAS-TREINO.
           COPY FD-OCORRENCIAS.

       FD  PERIODOS.
           COPY FD-PERIODO.

       FD  PERIODOS-TREINO.
           COPY FD-PERIODO.

       FD  CONTROLE.
           COPY FD-CONTROLE.

       FD  CONTROLE-TREINO.
           COPY FD-CONTROLE.

       FD  NOTA-PEND.
           COPY FD-NOTA-PEND.

       FD  NOTA-PEND-TREINO.
           COPY FD-NOTA-PEND.

       FD  LISTA-ESPERA.
           COPY FD-LISTA-ESPERA.

       FD  LISTA-ESPERA-TREINO.
           COPY FD-LISTA-ESPERA.

       FD  TRANSFER.
           COPY FD-TRANSFER.

       FD  TRANSFER-TREINO.
           COPY FD-TRANSFER.

       FD  SAUDE.
           COPY FD-SAUDE.

       FD  SAUDE-TREINO.
           COPY FD-SAUDE.

       FD  AEE.
           COPY FD-AEE.

       FD  AEE-TREINO.
           COPY FD-AEE.

       FD  ATENDIMENTO-AEE.
           COPY FD-ATENDAEE.

       FD  ATENDIMENTO-AEE-TREINO.
           COPY FD-ATENDAEE.

       FD  USUARIOS-TREINO.
           COPY FD-USUARIOS.

       FD  PERFIL-TREINO.
       01  REG-PERFIL-TREINO                 PIC X(150).

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
       01  WS-CAMINHO-DISCIPLINAS            PIC X(80).
       01  WS-CAMINHO-NOTAS                  PIC X(80).
       01  WS-CAMINHO-AL-APROV               PIC X(80).
       01  WS-CAMINHO-MATRICULA              PIC X(80).
       01  WS-CAMINHO-TURMAS                 PIC X(80).
       01  WS-CAMINHO-PROFESSORES            PIC X(80).
       01  WS-CAMINHO-FREQUENCIA             PIC X(80).
       01  WS-CAMINHO-OCORRENCIAS            PIC X(80).
       01  WS-CAMINHO-PERIODOS               PIC X(80).
       01  WS-CAMINHO-CONTROLE               PIC X(80).
       01  WS-CAMINHO-NOTA-PEND              PIC X(80).
       01  WS-CAMINHO-ESPERA                 PIC X(80).
       01  WS-CAMINHO-TRANSFER               PIC X(80).
       01  WS-CAMINHO-SAUDE                  PIC X(80).
       01  WS-CAMINHO-AEE                    PIC X(80).
       01  WS-CAMINHO-ATENDAEE               PIC X(80).
       01  WS-CAMINHO-AUDITORIA              PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

      * Diretorio do ambiente de treinamento e arquivo da copia em
      * gravacao (diretorio + nome padrao do arquivo).
       01  WS-DIR-TREINO                     PIC X(60) VALUE SPACE.
       77  WS-DIR-TREINO-TAM                 PIC 9(03) VALUE ZERO.
       01  WS-CAMINHO-TREINO                 PIC X(80) VALUE SPACE.
       77  WS-ARQ-DESTINO                    PIC X(25) VALUE SPACE.

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-TRE                         PIC 99.
           88 FS-TRE-OK                      VALUE 0.

       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-OPCAO                          PIC X.
       77  WS-CONFIRMA                       PIC X.
       77  WS-EXT                            PIC X.

       77  WS-SENHA-EXCLUSAO                 PIC X(10).
       77  WS-SENHA-INFORMADA                PIC X(10).

      * Base ja em treinamento (TREINO.env carregado) nao e copiada
      * sobre si mesma.
       77  WS-AMBIENTE-TREINO                PIC X VALUE 'N'.
           88 AMBIENTE-TREINO-OK             VALUE 'S' 's'.

      * Senha inicial dos logins de treinamento (texto aberto; o
      * PROGM3 cifra no primeiro acesso, como nas senhas antigas).
       77  WS-SENHA-TREINO                   PIC X(10) VALUE SPACE.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

       77  WS-ARQ-NOME                       PIC X(15) VALUE SPACE.
       77  WS-RESULTADO                      PIC X(15) VALUE SPACE.

       77  WS-CONT-LIDOS                     PIC 9(07) VALUE ZERO.
       77  WS-CONT-GRAVADOS                  PIC 9(07) VALUE ZERO.
       77  WS-CONT-REJEITADOS                PIC 9(07) VALUE ZERO.

       77  WS-TOT-ARQUIVOS                   PIC 9(02) VALUE ZERO.
       77  WS-TOT-FALHAS                     PIC 9(02) VALUE ZERO.
       77  WS-TOT-REGISTROS                  PIC 9(07) VALUE ZERO.
       77  WS-TOT-MASCARADOS                 PIC 9(07) VALUE ZERO.

       77  WS-RET-CBL                        PIC S9(08) COMP-5
                                             VALUE ZERO.

      * Mascaramento: o valor ficticio e montado a partir da chave do
      * proprio registro (ID-ALUNO, ID-PROFESSOR...), sempre igual
      * para o mesmo aluno em todos os arquivos.
       77  WS-ID-FICT                        PIC 9(05) VALUE ZERO.
       77  WS-NOME-ORIGEM                    PIC X(20) VALUE SPACE.
       77  WS-NOME-FICTICIO                  PIC X(20) VALUE SPACE.

      * ALUNOS aberto para traduzir o nome gravado em NOTAS/AL-APROV
      * no ID do aluno (chave alternada NM-ALUNO).
       77  WS-CONSULTA-ALUNOS                PIC X VALUE 'N'.
           88 CONSULTA-ALUNOS-OK             VALUE 'S'.

      * Nomes sem cadastro em ALUNOS (aluno excluido ou anonimizado):
      * cada nome distinto recebe um EX-ALUNO numerado.
       77  WS-EX-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-EX-IDX                         PIC 9(04) VALUE ZERO.
       01  WS-TAB-EX-ALUNOS.
           03 WS-EX-NOME                     PIC X(20)
                                             OCCURS 2000 TIMES.

      * Primeiro professor copiado: vinculo do login de treinamento
      * de perfil P.
       77  WS-PRIMEIRO-PROF                  PIC 9(05) VALUE ZERO.

      * Perfil do ambiente (TREINO.env): cada variavel de arquivo do
      * sistema com o nome padrao do arquivo no diretorio de
      * treinamento. Nome em branco = variavel de diretorio.
       01  WS-TAB-VARIAVEIS-VAL.
           03 FILLER PIC X(50) VALUE
              'ABER_CSV                 DADOS-ABERTOS.csv'.
           03 FILLER PIC X(50) VALUE
              'ABER_DIC_TXT             DADOS-ABERTOS-DIC.txt'.
           03 FILLER PIC X(50) VALUE
              'ABONOS_DAT               ABONOS.dat'.
           03 FILLER PIC X(50) VALUE
              'AEE_DAT                  AEE.dat'.
           03 FILLER PIC X(50) VALUE
              'AFASTA_DAT               AFASTAMENTOS.dat'.
           03 FILLER PIC X(50) VALUE
              'ALUNOS_DAT               ALUNOS.dat'.
           03 FILLER PIC X(50) VALUE
              'AL_APROV_DAT             AL-APROV.dat'.
           03 FILLER PIC X(50) VALUE
              'ARQV_LOG                 ARQV.log'.
           03 FILLER PIC X(50) VALUE
              'ATENDIMENTO_AEE_DAT      ATENDIMENTO-AEE.dat'.
           03 FILLER PIC X(50) VALUE
              'AUDITORIA_DAT            AUDITORIA.dat'.
           03 FILLER PIC X(50) VALUE
              'AUDITORIA_TMP_DAT        AUDITORIA-TMP.dat'.
           03 FILLER PIC X(50) VALUE
              'AULAS_DAT                AULAS.dat'.
           03 FILLER PIC X(50) VALUE
              'AULASEM_DAT              AULASEM.dat'.
           03 FILLER PIC X(50) VALUE
              'AUTORIZADOS_DAT          AUTORIZADOS.dat'.
           03 FILLER PIC X(50) VALUE
              'AVALEXT_DAT              AVALEXT.dat'.
           03 FILLER PIC X(50) VALUE
              'AVALEXT_REF_DAT          AVALIACAO-EXTERNA.dat'.
           03 FILLER PIC X(50) VALUE
              'AVALIACOES_DAT           AVALIACOES.dat'.
           03 FILLER PIC X(50) VALUE
              'BOLETIM_DAT              BOLETIM.dat'.
           03 FILLER PIC X(50) VALUE
              'CALENDARIO_DAT           CALENDARIO.dat'.
           03 FILLER PIC X(50) VALUE
              'CANDIDATOS_DAT           CANDIDATOS.dat'.
           03 FILLER PIC X(50) VALUE
              'CARGAMIN_DAT             CARGAMIN.dat'.
           03 FILLER PIC X(50) VALUE
              'CATRACA_EXCECOES_TXT     CATRACA-EXCECOES.txt'.
           03 FILLER PIC X(50) VALUE
              'CATRACA_TXT              CATRACA.txt'.
           03 FILLER PIC X(50) VALUE
              'CENSO_SIT_TXT            CENSO-SITUACAO.txt'.
           03 FILLER PIC X(50) VALUE
              'CENSO_TXT                CENSO.txt'.
           03 FILLER PIC X(50) VALUE
              'COMUNICADOS_DAT          COMUNICADOS.dat'.
           03 FILLER PIC X(50) VALUE
              'CONTROLE_DAT             CONTROLE.dat'.
           03 FILLER PIC X(50) VALUE
              'CONVERSAO_ERROS_TXT      CONVERSAO-ERROS.txt'.
           03 FILLER PIC X(50) VALUE
              'DIARIO_CLASSE_TXT        DIARIO-CLASSE.txt'.
           03 FILLER PIC X(50) VALUE
              'DISCIPLINAS_DAT          DISCIPLINAS.dat'.
           03 FILLER PIC X(50) VALUE
              'DISPONIB_DAT             DISPONIB.dat'.
           03 FILLER PIC X(50) VALUE
              'DISTRITO_DAT             DISTRITO.dat'.
           03 FILLER PIC X(50) VALUE
              'DOCLOG_DAT               DOCLOG.dat'.
           03 FILLER PIC X(50) VALUE
              'DOCMAT_DAT               DOCMAT.dat'.
           03 FILLER PIC X(50) VALUE
              'DOCUMENTO_TXT            DOCUMENTO.txt'.
           03 FILLER PIC X(50) VALUE
              'ELETIVAS_DAT             ELETIVAS.dat'.
           03 FILLER PIC X(50) VALUE
              'EMPRESTIMOS_DAT          EMPRESTIMOS.dat'.
           03 FILLER PIC X(50) VALUE
              'ENSALA_DAT               ENSALA.dat'.
           03 FILLER PIC X(50) VALUE
              'ESTADO_DAT               ESTADO.dat'.
           03 FILLER PIC X(50) VALUE
              'EVENTOS_DAT              EVENTOS.dat'.
           03 FILLER PIC X(50) VALUE
              'EXPORT_COMPL_DIR'.
           03 FILLER PIC X(50) VALUE
              'EXPORT_LOG               EXPORT.log'.
           03 FILLER PIC X(50) VALUE
              'EXPURGO_TERMO_TXT        EXPURGO-TERMO.txt'.
           03 FILLER PIC X(50) VALUE
              'EXP_ALUNOS_CSV           ALUNOS.csv'.
           03 FILLER PIC X(50) VALUE
              'EXP_AL_APROV_CSV         AL-APROV.csv'.
           03 FILLER PIC X(50) VALUE
              'EXP_DISCIPLINAS_CSV      DISCIPLINAS.csv'.
           03 FILLER PIC X(50) VALUE
              'EXP_GERACOES_DAT         GERACOES.dat'.
           03 FILLER PIC X(50) VALUE
              'EXP_MANIFESTO_CSV        MANIFEST.csv'.
           03 FILLER PIC X(50) VALUE
              'EXP_MATRICULA_CSV        MATRICULA.csv'.
           03 FILLER PIC X(50) VALUE
              'EXP_NOTAS_CSV            NOTAS.csv'.
           03 FILLER PIC X(50) VALUE
              'EXTR_APROV_SECRETARIA_CSVAPROVADOS-SECRETARIA.csv'.
           03 FILLER PIC X(50) VALUE
              'FECHAMENTO_DAT           FECHAMENTO.dat'.
           03 FILLER PIC X(50) VALUE
              'FECHAMENTO_REJ_CORR_DAT  FECHAMENTO-REJ-CORR.dat'.
           03 FILLER PIC X(50) VALUE
              'FECHAMENTO_REJ_DAT       FECHAMENTO-REJ.dat'.
           03 FILLER PIC X(50) VALUE
              'FECHAMENTO_REJ_REL       FECHAMENTO-REJ-REL.txt'.
           03 FILLER PIC X(50) VALUE
              'FERIADOS_DAT             FERIADOS.dat'.
           03 FILLER PIC X(50) VALUE
              'FICAI_DAT                FICAI.dat'.
           03 FILLER PIC X(50) VALUE
              'FICAI_FORM_TXT           FICAI-FORM.txt'.
           03 FILLER PIC X(50) VALUE
              'FREQ_OFICINA_DAT         FREQ-OFICINA.dat'.
           03 FILLER PIC X(50) VALUE
              'FREQUENCIA_CONV_DAT      FREQUENCIA-CONV.dat'.
           03 FILLER PIC X(50) VALUE
              'FREQUENCIA_DAT           FREQUENCIA.dat'.
           03 FILLER PIC X(50) VALUE
              'GUIA_ELETRONICA_TXT      GUIA-ELETRONICA.txt'.
           03 FILLER PIC X(50) VALUE
              'GUIA_TRANSFER_TXT        GUIA-TRANSFERENCIA.txt'.
           03 FILLER PIC X(50) VALUE
              'HIST_APROV_DAT           HIST-APROV.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_APROV_TMP_DAT       HIST-APROV-TMP.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_AUDITORIA_DAT       HIST-AUDITORIA'.
           03 FILLER PIC X(50) VALUE
              'HIST_EXTERNO_DAT         HIST-EXTERNO.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_FREQUENCIA_DAT      HIST-FREQUENCIA.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_MATRICULA_DAT       HIST-MATRICULA.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_NOTAS_DAT           HIST-NOTAS.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_NOTAS_TMP_DAT       HIST-NOTAS-TMP.dat'.
           03 FILLER PIC X(50) VALUE
              'HIST_OCORRENCIAS_DAT     HIST-OCORRENCIAS.dat'.
           03 FILLER PIC X(50) VALUE
              'HORARIOS_DAT             HORARIOS.dat'.
           03 FILLER PIC X(50) VALUE
              'HORPROP_DAT              HORPROP.dat'.
           03 FILLER PIC X(50) VALUE
              'INSCR_OFICINA_DAT        INSCR-OFICINA.dat'.
           03 FILLER PIC X(50) VALUE
              'INEP_REF_DAT             INEP-REFERENCIA.dat'.
           03 FILLER PIC X(50) VALUE
              'INTAKE_REL_TXT           INTAKE-REL.txt'.
           03 FILLER PIC X(50) VALUE
              'LANC_AVA_DAT             LANC-AVA.dat'.
           03 FILLER PIC X(50) VALUE
              'LISTA_ESPERA_DAT         LISTA-ESPERA.dat'.
           03 FILLER PIC X(50) VALUE
              'LIVROS_DAT               LIVROS.dat'.
           03 FILLER PIC X(50) VALUE
              'LIXEIRA_DAT              LIXEIRA.dat'.
           03 FILLER PIC X(50) VALUE
              'LOTE_NOTURNO_LOG         LOTE-NOTURNO.log'.
           03 FILLER PIC X(50) VALUE
              'MALA_MODELO_TXT          MODELO-CARTA.txt'.
           03 FILLER PIC X(50) VALUE
              'MATRICULA_CONV_DAT       MATRICULA-CONV.dat'.
           03 FILLER PIC X(50) VALUE
              'MATRICULA_DAT            MATRICULA.dat'.
           03 FILLER PIC X(50) VALUE
              'MERENDA_DAT              MERENDA.dat'.
           03 FILLER PIC X(50) VALUE
              'NOTAS_DAT                NOTAS.dat'.
           03 FILLER PIC X(50) VALUE
              'NOTAS_PROF_CSV           NOTAS-PROF.csv'.
           03 FILLER PIC X(50) VALUE
              'NOTA_PEND_DAT            NOTA-PEND.dat'.
           03 FILLER PIC X(50) VALUE
              'OCORRENCIAS_DAT          OCORRENCIAS.dat'.
           03 FILLER PIC X(50) VALUE
              'OFICINAS_DAT             OFICINAS.dat'.
           03 FILLER PIC X(50) VALUE
              'OFERTA_DAT               OFERTA.dat'.
           03 FILLER PIC X(50) VALUE
              'PARECERES_DAT            PARECERES.dat'.
           03 FILLER PIC X(50) VALUE
              'PASSE_EXP_TXT            PASSE-EXPORTACAO.txt'.
           03 FILLER PIC X(50) VALUE
              'PASSE_RET_TXT            PASSE-RETORNO.txt'.
           03 FILLER PIC X(50) VALUE
              'PERIODOS_DAT             PERIODOS.dat'.
           03 FILLER PIC X(50) VALUE
              'PINS_DAT                 PINS.dat'.
           03 FILLER PIC X(50) VALUE
              'PONTOS_DAT               PONTOS.dat'.
           03 FILLER PIC X(50) VALUE
              'PRESENCA_TXT             PRESENCA.txt'.
           03 FILLER PIC X(50) VALUE
              'PROFESSORES_DAT          PROFESSORES.dat'.
           03 FILLER PIC X(50) VALUE
              'PROVAS_DAT               PROVAS.dat'.
           03 FILLER PIC X(50) VALUE
              'RECLASS_ATA_TXT          RECLASS-ATA.txt'.
           03 FILLER PIC X(50) VALUE
              'RECLASS_DAT              RECLASS.dat'.
           03 FILLER PIC X(50) VALUE
              'RECPAR_DAT               RECPAR.dat'.
           03 FILLER PIC X(50) VALUE
              'RELATORIOS_DIR'.
           03 FILLER PIC X(50) VALUE
              'REMATRICULA_DAT          REMATRICULA.dat'.
           03 FILLER PIC X(50) VALUE
              'RESPONSAVEIS_DAT         RESPONSAVEIS.dat'.
           03 FILLER PIC X(50) VALUE
              'REVISAO_CARTA_TXT        REVISAO-CARTA.txt'.
           03 FILLER PIC X(50) VALUE
              'REVISAO_DAT              REVISAO.dat'.
           03 FILLER PIC X(50) VALUE
              'ROMANEIO_TXT             ROMANEIO.txt'.
           03 FILLER PIC X(50) VALUE
              'ROTAS_DAT                ROTAS.dat'.
           03 FILLER PIC X(50) VALUE
              'ROTEIRO_TRIM_LOG         ROTEIRO-TRIM.log'.
           03 FILLER PIC X(50) VALUE
              'SAIDAS_DAT               SAIDAS.dat'.
           03 FILLER PIC X(50) VALUE
              'SALAS_DAT                SALAS.dat'.
           03 FILLER PIC X(50) VALUE
              'SAUDE_DAT                SAUDE.dat'.
           03 FILLER PIC X(50) VALUE
              'SAUDE_EMERGENCIA_TXT     SAUDE-EMERGENCIA.txt'.
           03 FILLER PIC X(50) VALUE
              'SEGCHAM_DAT              SEGCHAM.dat'.
           03 FILLER PIC X(50) VALUE
              'SERIES_DAT               SERIES.dat'.
           03 FILLER PIC X(50) VALUE
              'SESSOES_DAT              SESSOES.dat'.
           03 FILLER PIC X(50) VALUE
              'SMS_TXT                  SMS-GATEWAY.txt'.
           03 FILLER PIC X(50) VALUE
              'SORTEIOS_DAT             SORTEIOS.dat'.
           03 FILLER PIC X(50) VALUE
              'SORTEIO_ATA_TXT          SORTEIO-ATA.txt'.
           03 FILLER PIC X(50) VALUE
              'SPOOL_INDICE_DAT         SPOOL-INDICE.dat'.
           03 FILLER PIC X(50) VALUE
              'TRANSFER_DAT             TRANSFER.dat'.
           03 FILLER PIC X(50) VALUE
              'TRANSFIN_DAT             TRANSF-IN.dat'.
           03 FILLER PIC X(50) VALUE
              'TRANSPORTE_DAT           TRANSPORTE.dat'.
           03 FILLER PIC X(50) VALUE
              'TURMAS_DAT               TURMAS.dat'.
           03 FILLER PIC X(50) VALUE
              'USUARIOS_DAT             USUARIOS.dat'.
           03 FILLER PIC X(50) VALUE
              'VINCRESP_DAT             VINCRESP.dat'.
       01  WS-TAB-VARIAVEIS REDEFINES WS-TAB-VARIAVEIS-VAL.
           03 WS-VAR-ITEM OCCURS 129 TIMES.
              05 WS-VAR-NOME                 PIC X(25).
              05 WS-VAR-ARQUIVO              PIC X(25).

       77  WS-VAR-IDX                        PIC 9(03) VALUE ZERO.
       77  WS-QTD-VARIAVEIS                  PIC 9(03) VALUE 129.

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

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'AMBIENTE DE TREINAMENTO (COPIA MASCARADA DA BASE)'
           DISPLAY '***************************************************'

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-PERFIL NOT EQUAL 'C' AND LK-PERFIL NOT EQUAL 'D'
              DISPLAY 'ACESSO RESTRITO A COORDENACAO E DIRECAO.'
              PERFORM P950-FIM
           END-IF

           ACCEPT WS-AMBIENTE-TREINO FROM ENVIRONMENT 'AMBIENTE_TREINO'
              ON EXCEPTION MOVE 'N' TO WS-AMBIENTE-TREINO
           END-ACCEPT
           IF AMBIENTE-TREINO-OK
              DISPLAY 'SESSAO JA ESTA NO AMBIENTE DE TREINAMENTO. A '
                      'COPIA E FEITA A PARTIR DA BASE DE PRODUCAO.'
              PERFORM P950-FIM
           END-IF

           PERFORM P015-DIR-TREINO THRU P015-FIM

      * O destino nao pode ser o proprio diretorio de producao: a
      * copia mascarada sobrescreveria a base real.
           MOVE 'ALUNOS.dat' TO WS-ARQ-DESTINO
           PERFORM P210-CAMINHO-TREINO THRU P210-FIM
           IF WS-CAMINHO-TREINO EQUAL WS-CAMINHO-ALUNOS
              DISPLAY 'DIRETORIO DE TREINAMENTO IGUAL AO DE PRODUCAO ('
                      WS-DIR-TREINO(1:WS-DIR-TREINO-TAM)
                      '). INFORME OUTRO DIRETORIO EM TREINO_DIR.'
              PERFORM P950-FIM
           END-IF

           DISPLAY 'DESTINO: ' WS-DIR-TREINO(1:WS-DIR-TREINO-TAM)
           DISPLAY 'A COPIA ANTERIOR DO TREINAMENTO NESTE DIRETORIO '
                   'SERA SUBSTITUIDA.'

           ACCEPT WS-SENHA-EXCLUSAO FROM ENVIRONMENT 'EXCLUSAO_SENHA'
              ON EXCEPTION MOVE '1234' TO WS-SENHA-EXCLUSAO
           END-ACCEPT

           DISPLAY 'ESTA OPERACAO EXIGE AUTORIZACAO.'
           DISPLAY 'Informe a senha de autorizacao: '
           ACCEPT WS-SENHA-INFORMADA

           IF WS-SENHA-INFORMADA NOT EQUAL WS-SENHA-EXCLUSAO
              DISPLAY 'ACESSO NEGADO. COPIA CANCELADA.'
              PERFORM P950-FIM
           END-IF

           DISPLAY 'TECLE <S> para montar o ambiente ou <QUALQUER '
                   'TECLA> para cancelar: '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'COPIA CANCELADA.'
              PERFORM P950-FIM
           END-IF

      * Diretorio ja existente devolve erro e e aproveitado; se nao
      * puder ser criado, a abertura das copias acusa a falha.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-TREINO
              RETURNING WS-RET-CBL
           END-CALL

           MOVE 'TREINAMENTO' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           MOVE 'ARQUIVO          LIDOS   GRAVADOS REJEITADOS'
              TO WS-LINHA-SPOOL
           MOVE 'RESULTADO' TO WS-LINHA-SPOOL(50:9)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P300-COPIA-ALUNOS       THRU P300-FIM
           PERFORM P310-COPIA-DISCIPLINAS  THRU P310-FIM

           PERFORM P255-ABRE-CONSULTA      THRU P255-FIM
           PERFORM P320-COPIA-NOTAS        THRU P320-FIM
           PERFORM P330-COPIA-AL-APROV     THRU P330-FIM
           PERFORM P410-COPIA-NOTA-PEND    THRU P410-FIM
           IF CONSULTA-ALUNOS-OK
              CLOSE ALUNOS
              MOVE 'N' TO WS-CONSULTA-ALUNOS
           END-IF

           PERFORM P340-COPIA-MATRICULA    THRU P340-FIM
           PERFORM P350-COPIA-TURMAS       THRU P350-FIM
           PERFORM P360-COPIA-PROFESSORES  THRU P360-FIM
           PERFORM P370-COPIA-FREQUENCIA   THRU P370-FIM
           PERFORM P380-COPIA-OCORRENCIAS  THRU P380-FIM
           PERFORM P390-COPIA-PERIODOS     THRU P390-FIM
           PERFORM P400-COPIA-CONTROLE     THRU P400-FIM
           PERFORM P420-COPIA-ESPERA       THRU P420-FIM
           PERFORM P430-COPIA-TRANSFER     THRU P430-FIM
           PERFORM P440-COPIA-SAUDE        THRU P440-FIM
           PERFORM P450-COPIA-AEE          THRU P450-FIM
           PERFORM P460-COPIA-ATENDAEE     THRU P460-FIM

           PERFORM P500-USUARIOS-TREINO    THRU P500-FIM
           PERFORM P600-PERFIL-AMBIENTE    THRU P600-FIM

           PERFORM P700-RESUMO THRU P700-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           DISPLAY ' '
           DISPLAY 'TECLE <QUALQUER TECLA> para retornar ao menu.'
           ACCEPT WS-EXT

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

           ACCEPT WS-CAMINHO-ALUNOS FROM ENVIRONMENT 'ALUNOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ALUNOS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-ALUNOS
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

           ACCEPT WS-CAMINHO-AL-APROV FROM ENVIRONMENT 'AL_APROV_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AL-APROV.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-AL-APROV
           END-ACCEPT

           ACCEPT WS-CAMINHO-MATRICULA FROM ENVIRONMENT 'MATRICULA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'MATRICULA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-MATRICULA
           END-ACCEPT

           ACCEPT WS-CAMINHO-TURMAS FROM ENVIRONMENT 'TURMAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TURMAS.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-TURMAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-PROFESSORES FROM ENVIRONMENT
              'PROFESSORES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PROFESSORES.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-PROFESSORES
           END-ACCEPT

           ACCEPT WS-CAMINHO-FREQUENCIA FROM ENVIRONMENT
              'FREQUENCIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'FREQUENCIA.dat'    DELIMITED BY SIZE
                        INTO WS-CAMINHO-FREQUENCIA
           END-ACCEPT

           ACCEPT WS-CAMINHO-OCORRENCIAS FROM ENVIRONMENT
              'OCORRENCIAS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'OCORRENCIAS.dat'   DELIMITED BY SIZE
                        INTO WS-CAMINHO-OCORRENCIAS
           END-ACCEPT

           ACCEPT WS-CAMINHO-PERIODOS FROM ENVIRONMENT 'PERIODOS_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'PERIODOS.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-PERIODOS
           END-ACCEPT

           ACCEPT WS-CAMINHO-CONTROLE FROM ENVIRONMENT 'CONTROLE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'CONTROLE.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-CONTROLE
           END-ACCEPT

           ACCEPT WS-CAMINHO-NOTA-PEND FROM ENVIRONMENT 'NOTA_PEND_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'NOTA-PEND.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-NOTA-PEND
           END-ACCEPT

           ACCEPT WS-CAMINHO-ESPERA FROM ENVIRONMENT 'LISTA_ESPERA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'LISTA-ESPERA.dat'  DELIMITED BY SIZE
                        INTO WS-CAMINHO-ESPERA
           END-ACCEPT

           ACCEPT WS-CAMINHO-TRANSFER FROM ENVIRONMENT 'TRANSFER_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'TRANSFER.dat'      DELIMITED BY SIZE
                        INTO WS-CAMINHO-TRANSFER
           END-ACCEPT

           ACCEPT WS-CAMINHO-SAUDE FROM ENVIRONMENT 'SAUDE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SAUDE.dat'         DELIMITED BY SIZE
                        INTO WS-CAMINHO-SAUDE
           END-ACCEPT

           ACCEPT WS-CAMINHO-AEE FROM ENVIRONMENT 'AEE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AEE.dat'           DELIMITED BY SIZE
                        INTO WS-CAMINHO-AEE
           END-ACCEPT

           ACCEPT WS-CAMINHO-ATENDAEE FROM ENVIRONMENT
              'ATENDIMENTO_AEE_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'ATENDIMENTO-AEE.dat' DELIMITED BY SIZE
                        INTO WS-CAMINHO-ATENDAEE
           END-ACCEPT

           ACCEPT WS-CAMINHO-AUDITORIA FROM ENVIRONMENT 'AUDITORIA_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'AUDITORIA.dat'     DELIMITED BY SIZE
                        INTO WS-CAMINHO-AUDITORIA
           END-ACCEPT

           .
       P010-FIM.

       P015-DIR-TREINO.

      * Diretorio do treinamento: TREINO_DIR ou Treino/ abaixo do
      * diretorio padrao de dados, sempre terminado em barra.
           MOVE SPACE TO WS-DIR-TREINO
           ACCEPT WS-DIR-TREINO FROM ENVIRONMENT 'TREINO_DIR'
              ON EXCEPTION MOVE SPACE TO WS-DIR-TREINO
           END-ACCEPT
           IF WS-DIR-TREINO EQUAL SPACE
              STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                     'Treino/'           DELIMITED BY SIZE
                     INTO WS-DIR-TREINO
           END-IF

           MOVE ZERO TO WS-DIR-TREINO-TAM
           PERFORM VARYING WS-DIR-TREINO-TAM FROM 60 BY -1
              UNTIL WS-DIR-TREINO-TAM < 1
                 OR WS-DIR-TREINO(WS-DIR-TREINO-TAM:1)
                    NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           IF WS-DIR-TREINO(WS-DIR-TREINO-TAM:1) NOT EQUAL '/'
              AND WS-DIR-TREINO-TAM < 60
              ADD 1 TO WS-DIR-TREINO-TAM
              MOVE '/' TO WS-DIR-TREINO(WS-DIR-TREINO-TAM:1)
           END-IF

           ACCEPT WS-SENHA-TREINO FROM ENVIRONMENT 'TREINO_SENHA'
              ON EXCEPTION MOVE 'TREINO123' TO WS-SENHA-TREINO
           END-ACCEPT
           IF WS-SENHA-TREINO EQUAL SPACE
              MOVE 'TREINO123' TO WS-SENHA-TREINO
           END-IF
           .
       P015-FIM.

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

       P200-INICIA-ARQUIVO.

      * Zera os contadores e monta o caminho da copia do arquivo no
      * diretorio de treinamento (WS-ARQ-DESTINO = nome padrao).
           MOVE SPACE TO WS-RESULTADO
           MOVE ZERO  TO WS-CONT-LIDOS
           MOVE ZERO  TO WS-CONT-GRAVADOS
           MOVE ZERO  TO WS-CONT-REJEITADOS
           SET FS-OK TO TRUE
           SET FS-TRE-OK TO TRUE
           SET EOF-OK TO FALSE
           PERFORM P210-CAMINHO-TREINO THRU P210-FIM
           .
       P200-FIM.

       P210-CAMINHO-TREINO.

           MOVE SPACE TO WS-CAMINHO-TREINO
           STRING WS-DIR-TREINO(1:WS-DIR-TREINO-TAM)
                     DELIMITED BY SIZE
                  WS-ARQ-DESTINO  DELIMITED BY SPACE
                  INTO WS-CAMINHO-TREINO
           .
       P210-FIM.

       P220-CONFERE-ABERTURA.

      * Resultado da abertura do par original/copia: original sem
      * arquivo (35) gera a copia vazia; outra falha e registrada.
           IF WS-FS EQUAL 35
              MOVE 'SEM ORIGINAL' TO WS-RESULTADO
           ELSE
              IF NOT FS-OK
                 MOVE 'ERRO LEITURA' TO WS-RESULTADO
              END-IF
           END-IF
           IF NOT FS-TRE-OK
              MOVE 'ERRO GRAVACAO' TO WS-RESULTADO
           END-IF
           .
       P220-FIM.

       P250-LINHA.

           IF WS-RESULTADO EQUAL SPACE
              IF WS-CONT-REJEITADOS GREATER THAN ZERO
                 MOVE 'COM REJEICOES' TO WS-RESULTADO
              ELSE
                 MOVE 'COPIADO' TO WS-RESULTADO
              END-IF
           END-IF

           IF WS-RESULTADO EQUAL 'COPIADO' OR
              WS-RESULTADO EQUAL 'SEM ORIGINAL'
              ADD 1 TO WS-TOT-ARQUIVOS
           ELSE
              ADD 1 TO WS-TOT-FALHAS
           END-IF
           ADD WS-CONT-GRAVADOS TO WS-TOT-REGISTROS

           MOVE SPACE TO WS-LINHA-SPOOL
           MOVE WS-ARQ-NOME TO WS-LINHA-SPOOL(1:15)
           MOVE WS-CONT-LIDOS TO WS-LINHA-SPOOL(17:7)
           MOVE WS-CONT-GRAVADOS TO WS-LINHA-SPOOL(27:7)
           MOVE WS-CONT-REJEITADOS TO WS-LINHA-SPOOL(38:7)
           MOVE WS-RESULTADO TO WS-LINHA-SPOOL(50:15)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P250-FIM.

       P255-ABRE-CONSULTA.

      * ALUNOS de producao aberto somente para leitura pela chave
      * NM-ALUNO durante a copia dos arquivos que guardam o nome.
           MOVE 'N' TO WS-CONSULTA-ALUNOS
           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF FS-OK
              MOVE 'S' TO WS-CONSULTA-ALUNOS
           END-IF
           .
       P255-FIM.

       P260-NOME-FICTICIO.

      * Nome gravado em NOTAS/AL-APROV/NOTA-PEND -> nome ficticio do
      * aluno em ALUNOS com esse nome (primeiro pela chave NM-ALUNO).
           MOVE SPACE TO WS-NOME-FICTICIO
           IF WS-NOME-ORIGEM EQUAL SPACE
              GO TO P260-FIM
           END-IF

           IF CONSULTA-ALUNOS-OK
              MOVE WS-NOME-ORIGEM TO NM-ALUNO IN ALUNOS
              READ ALUNOS
                 KEY IS NM-ALUNO IN ALUNOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ID-ALUNO IN ALUNOS TO WS-ID-FICT
                    PERFORM P270-ALUNO-FICTICIO THRU P270-FIM
                    GO TO P260-FIM
              END-READ
           END-IF

      * Sem cadastro: o mesmo nome recebe sempre o mesmo EX-ALUNO.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
              UNTIL WS-EX-IDX > WS-EX-QTD
                 OR WS-EX-NOME (WS-EX-IDX) EQUAL WS-NOME-ORIGEM
              CONTINUE
           END-PERFORM

           IF WS-EX-IDX > WS-EX-QTD
              IF WS-EX-QTD < 2000
                 ADD 1 TO WS-EX-QTD
                 MOVE WS-NOME-ORIGEM TO WS-EX-NOME (WS-EX-QTD)
                 MOVE WS-EX-QTD TO WS-EX-IDX
              ELSE
                 MOVE 9999 TO WS-EX-IDX
              END-IF
           END-IF

           STRING 'EX-ALUNO TREINO ' DELIMITED BY SIZE
                  WS-EX-IDX          DELIMITED BY SIZE
                  INTO WS-NOME-FICTICIO
           .
       P260-FIM.

       P270-ALUNO-FICTICIO.

           MOVE SPACE TO WS-NOME-FICTICIO
           STRING 'ALUNO TREINO ' DELIMITED BY SIZE
                  WS-ID-FICT      DELIMITED BY SIZE
                  INTO WS-NOME-FICTICIO
           .
       P270-FIM.

       P300-COPIA-ALUNOS.

           MOVE 'ALUNOS'     TO WS-ARQ-NOME
           MOVE 'ALUNOS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT ALUNOS
           OPEN OUTPUT ALUNOS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P300-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P305-MASCARA-ALUNO THRU P305-FIM
                    WRITE REG-ALUNO IN ALUNOS-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P300-FECHA.

           CLOSE ALUNOS
           CLOSE ALUNOS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P300-FIM.

       P305-MASCARA-ALUNO.

      * Nome, responsavel, filiacao, telefones e endereco ficticios
      * pelo ID; documentos (INEP, CARTEIRA, NIS) numa faixa 9...
      * que nao existe na producao. Campo vazio continua vazio.
           MOVE REG-ALUNO IN ALUNOS TO REG-ALUNO IN ALUNOS-TREINO
           MOVE ID-ALUNO IN ALUNOS TO WS-ID-FICT
           ADD 1 TO WS-TOT-MASCARADOS

           PERFORM P270-ALUNO-FICTICIO THRU P270-FIM
           MOVE WS-NOME-FICTICIO TO NM-ALUNO IN ALUNOS-TREINO
           IF NM-SOCIAL-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE WS-NOME-FICTICIO TO NM-SOCIAL-ALUNO IN ALUNOS-TREINO
           END-IF

           IF TL-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO TL-ALUNO IN ALUNOS-TREINO
              STRING '(00) 0000-' DELIMITED BY SIZE
                     WS-ID-FICT   DELIMITED BY SIZE
                     INTO TL-ALUNO IN ALUNOS-TREINO
           END-IF

           IF NM-RESPONSAVEL IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO NM-RESPONSAVEL IN ALUNOS-TREINO
              STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                     WS-ID-FICT     DELIMITED BY SIZE
                     INTO NM-RESPONSAVEL IN ALUNOS-TREINO
           END-IF

           IF TL-RESPONSAVEL IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO TL-RESPONSAVEL IN ALUNOS-TREINO
              STRING '(00) 1111-' DELIMITED BY SIZE
                     WS-ID-FICT   DELIMITED BY SIZE
                     INTO TL-RESPONSAVEL IN ALUNOS-TREINO
           END-IF

           IF NM-MAE-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO NM-MAE-ALUNO IN ALUNOS-TREINO
              STRING 'MAE DO ALUNO ' DELIMITED BY SIZE
                     WS-ID-FICT      DELIMITED BY SIZE
                     INTO NM-MAE-ALUNO IN ALUNOS-TREINO
           END-IF

           IF NM-PAI-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO NM-PAI-ALUNO IN ALUNOS-TREINO
              STRING 'PAI DO ALUNO ' DELIMITED BY SIZE
                     WS-ID-FICT      DELIMITED BY SIZE
                     INTO NM-PAI-ALUNO IN ALUNOS-TREINO
           END-IF

           IF END-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO END-ALUNO IN ALUNOS-TREINO
              STRING 'RUA DO TREINAMENTO, ' DELIMITED BY SIZE
                     WS-ID-FICT             DELIMITED BY SIZE
                     INTO END-ALUNO IN ALUNOS-TREINO
           END-IF

           IF INEP-ALUNO IN ALUNOS NOT EQUAL ZERO
              COMPUTE INEP-ALUNO IN ALUNOS-TREINO =
                 900000000000 + WS-ID-FICT
           END-IF

           IF CARTEIRA-ALUNO IN ALUNOS NOT EQUAL ZERO
              COMPUTE CARTEIRA-ALUNO IN ALUNOS-TREINO =
                 90000000 + WS-ID-FICT
           END-IF

           IF NIS-ALUNO IN ALUNOS NOT EQUAL ZERO
              COMPUTE NIS-ALUNO IN ALUNOS-TREINO =
                 90000000000 + WS-ID-FICT
           END-IF

           IF CARTAO-PASSE-ALUNO IN ALUNOS NOT EQUAL SPACE
              MOVE SPACE TO CARTAO-PASSE-ALUNO IN ALUNOS-TREINO
              STRING '99999999999' DELIMITED BY SIZE
                     WS-ID-FICT    DELIMITED BY SIZE
                     INTO CARTAO-PASSE-ALUNO IN ALUNOS-TREINO
           END-IF
           .
       P305-FIM.

       P310-COPIA-DISCIPLINAS.

           MOVE 'DISCIPLINAS'     TO WS-ARQ-NOME
           MOVE 'DISCIPLINAS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT DISCIPLINAS
           OPEN OUTPUT DISCIPLINAS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P310-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ DISCIPLINAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-DISCIPLINA IN DISCIPLINAS-TREINO
                       FROM REG-DISCIPLINA IN DISCIPLINAS
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P310-FECHA.

           CLOSE DISCIPLINAS
           CLOSE DISCIPLINAS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P310-FIM.

       P320-COPIA-NOTAS.

           MOVE 'NOTAS'     TO WS-ARQ-NOME
           MOVE 'NOTAS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT NOTAS
           OPEN OUTPUT NOTAS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P320-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ NOTAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-NOTAS IN NOTAS
                      TO REG-NOTAS IN NOTAS-TREINO
                    MOVE NM-ALUNO IN NOTAS TO WS-NOME-ORIGEM
                    PERFORM P260-NOME-FICTICIO THRU P260-FIM
                    MOVE WS-NOME-FICTICIO TO NM-ALUNO IN NOTAS-TREINO
                    WRITE REG-NOTAS IN NOTAS-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P320-FECHA.

           CLOSE NOTAS
           CLOSE NOTAS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P320-FIM.

       P330-COPIA-AL-APROV.

           MOVE 'AL-APROV'     TO WS-ARQ-NOME
           MOVE 'AL-APROV.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT AL-APROV
           OPEN OUTPUT AL-APROV-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P330-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ AL-APROV NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-AL-APROV IN AL-APROV
                      TO REG-AL-APROV IN AL-APROV-TREINO
                    MOVE NM-ALUNO IN AL-APROV TO WS-NOME-ORIGEM
                    PERFORM P260-NOME-FICTICIO THRU P260-FIM
                    MOVE WS-NOME-FICTICIO
                      TO NM-ALUNO IN AL-APROV-TREINO
                    WRITE REG-AL-APROV IN AL-APROV-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P330-FECHA.

           CLOSE AL-APROV
           CLOSE AL-APROV-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P330-FIM.

       P340-COPIA-MATRICULA.

           MOVE 'MATRICULA'     TO WS-ARQ-NOME
           MOVE 'MATRICULA.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT MATRICULA
           OPEN OUTPUT MATRICULA-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P340-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-MATRICULA IN MATRICULA-TREINO
                       FROM REG-MATRICULA IN MATRICULA
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P340-FECHA.

           CLOSE MATRICULA
           CLOSE MATRICULA-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P340-FIM.

       P350-COPIA-TURMAS.

           MOVE 'TURMAS'     TO WS-ARQ-NOME
           MOVE 'TURMAS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT TURMAS
           OPEN OUTPUT TURMAS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P350-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ TURMAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-TURMA IN TURMAS-TREINO
                       FROM REG-TURMA IN TURMAS
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P350-FECHA.

           CLOSE TURMAS
           CLOSE TURMAS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P350-FIM.

       P360-COPIA-PROFESSORES.

           MOVE 'PROFESSORES'     TO WS-ARQ-NOME
           MOVE 'PROFESSORES.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT PROFESSORES
           OPEN OUTPUT PROFESSORES-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P360-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ PROFESSORES NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-PROFESSOR IN PROFESSORES
                      TO REG-PROFESSOR IN PROFESSORES-TREINO
                    MOVE ID-PROFESSOR IN PROFESSORES TO WS-ID-FICT
                    IF WS-PRIMEIRO-PROF EQUAL ZERO
                       MOVE WS-ID-FICT TO WS-PRIMEIRO-PROF
                    END-IF
                    MOVE SPACE TO NM-PROFESSOR IN PROFESSORES-TREINO
                    STRING 'PROFESSOR ' DELIMITED BY SIZE
                           WS-ID-FICT   DELIMITED BY SIZE
                           INTO NM-PROFESSOR IN PROFESSORES-TREINO
                    IF TL-PROFESSOR IN PROFESSORES NOT EQUAL SPACE
                       MOVE SPACE TO TL-PROFESSOR IN PROFESSORES-TREINO
                       STRING '(00) 2222-' DELIMITED BY SIZE
                              WS-ID-FICT   DELIMITED BY SIZE
                              INTO TL-PROFESSOR IN PROFESSORES-TREINO
                    END-IF
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-PROFESSOR IN PROFESSORES-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P360-FECHA.

           CLOSE PROFESSORES
           CLOSE PROFESSORES-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P360-FIM.

       P370-COPIA-FREQUENCIA.

           MOVE 'FREQUENCIA'     TO WS-ARQ-NOME
           MOVE 'FREQUENCIA.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT FREQUENCIA
           OPEN OUTPUT FREQUENCIA-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P370-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ FREQUENCIA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-FREQUENCIA IN FREQUENCIA-TREINO
                       FROM REG-FREQUENCIA IN FREQUENCIA
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P370-FECHA.

           CLOSE FREQUENCIA
           CLOSE FREQUENCIA-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P370-FIM.

       P380-COPIA-OCORRENCIAS.

           MOVE 'OCORRENCIAS'     TO WS-ARQ-NOME
           MOVE 'OCORRENCIAS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT OCORRENCIAS
           OPEN OUTPUT OCORRENCIAS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P380-FECHA
           END-IF

      * O relato da ocorrencia cita pessoas: so o tipo e preservado.
           PERFORM UNTIL EOF-OK
              READ OCORRENCIAS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-OCORRENCIA IN OCORRENCIAS
                      TO REG-OCORRENCIA IN OCORRENCIAS-TREINO
                    MOVE ID-OCORRENCIA IN OCORRENCIAS TO WS-ID-FICT
                    MOVE SPACE TO DESCRICAO-OCR IN OCORRENCIAS-TREINO
                    STRING 'OCORRENCIA DE TREINAMENTO ' DELIMITED
                              BY SIZE
                           WS-ID-FICT DELIMITED BY SIZE
                           INTO DESCRICAO-OCR IN OCORRENCIAS-TREINO
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-OCORRENCIA IN OCORRENCIAS-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P380-FECHA.

           CLOSE OCORRENCIAS
           CLOSE OCORRENCIAS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P380-FIM.

       P390-COPIA-PERIODOS.

           MOVE 'PERIODOS'     TO WS-ARQ-NOME
           MOVE 'PERIODOS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT PERIODOS
           OPEN OUTPUT PERIODOS-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P390-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ PERIODOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-PERIODO IN PERIODOS-TREINO
                       FROM REG-PERIODO IN PERIODOS
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P390-FECHA.

           CLOSE PERIODOS
           CLOSE PERIODOS-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P390-FIM.

       P400-COPIA-CONTROLE.

      * Numeradores e versoes de layout (VER-*) vao sem alteracao:
      * o treinamento continua a numeracao e passa pelo PROGVERS.
           MOVE 'CONTROLE'     TO WS-ARQ-NOME
           MOVE 'CONTROLE.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT CONTROLE
           OPEN OUTPUT CONTROLE-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P400-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ CONTROLE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-CONTROLE IN CONTROLE-TREINO
                       FROM REG-CONTROLE IN CONTROLE
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P400-FECHA.

           CLOSE CONTROLE
           CLOSE CONTROLE-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P400-FIM.

       P410-COPIA-NOTA-PEND.

           MOVE 'NOTA-PEND'     TO WS-ARQ-NOME
           MOVE 'NOTA-PEND.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT NOTA-PEND
           OPEN OUTPUT NOTA-PEND-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P410-FECHA
           END-IF

      * As imagens antes/depois sao registros de NOTAS: o nome do
      * aluno (posicao 6) recebe o mesmo nome ficticio de NOTAS.
           PERFORM UNTIL EOF-OK
              READ NOTA-PEND NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-NOTA-PEND IN NOTA-PEND
                      TO REG-NOTA-PEND IN NOTA-PEND-TREINO
                    MOVE VALOR-ANTES-PEND IN NOTA-PEND(6:20)
                      TO WS-NOME-ORIGEM
                    PERFORM P260-NOME-FICTICIO THRU P260-FIM
                    MOVE WS-NOME-FICTICIO
                      TO VALOR-ANTES-PEND IN NOTA-PEND-TREINO(6:20)
                    MOVE VALOR-DEPOIS-PEND IN NOTA-PEND(6:20)
                      TO WS-NOME-ORIGEM
                    PERFORM P260-NOME-FICTICIO THRU P260-FIM
                    MOVE WS-NOME-FICTICIO
                      TO VALOR-DEPOIS-PEND IN NOTA-PEND-TREINO(6:20)
                    IF MOTIVO-PEND IN NOTA-PEND NOT EQUAL SPACE
                       MOVE 'SOLICITACAO DE TREINAMENTO'
                         TO MOTIVO-PEND IN NOTA-PEND-TREINO
                    END-IF
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-NOTA-PEND IN NOTA-PEND-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P410-FECHA.

           CLOSE NOTA-PEND
           CLOSE NOTA-PEND-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P410-FIM.

       P420-COPIA-ESPERA.

           MOVE 'LISTA-ESPERA'     TO WS-ARQ-NOME
           MOVE 'LISTA-ESPERA.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT LISTA-ESPERA
           OPEN OUTPUT LISTA-ESPERA-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P420-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ LISTA-ESPERA NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    WRITE REG-ESPERA IN LISTA-ESPERA-TREINO
                       FROM REG-ESPERA IN LISTA-ESPERA
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P420-FECHA.

           CLOSE LISTA-ESPERA
           CLOSE LISTA-ESPERA-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P420-FIM.

       P430-COPIA-TRANSFER.

           MOVE 'TRANSFER'     TO WS-ARQ-NOME
           MOVE 'TRANSFER.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT TRANSFER
           OPEN OUTPUT TRANSFER-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P430-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ TRANSFER NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-TRANSFER IN TRANSFER
                      TO REG-TRANSFER IN TRANSFER-TREINO
                    MOVE ID-ALUNO-TRF IN TRANSFER TO WS-ID-FICT
                    PERFORM P270-ALUNO-FICTICIO THRU P270-FIM
                    MOVE WS-NOME-FICTICIO
                      TO NM-ALUNO-TRF IN TRANSFER-TREINO
                    IF MOTIVO-TRF IN TRANSFER NOT EQUAL SPACE
                       MOVE 'MOTIVO DE TREINAMENTO'
                         TO MOTIVO-TRF IN TRANSFER-TREINO
                    END-IF
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-TRANSFER IN TRANSFER-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P430-FECHA.

           CLOSE TRANSFER
           CLOSE TRANSFER-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P430-FIM.

       P440-COPIA-SAUDE.

           MOVE 'SAUDE'     TO WS-ARQ-NOME
           MOVE 'SAUDE.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT SAUDE
           OPEN OUTPUT SAUDE-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P440-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ SAUDE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P445-MASCARA-SAUDE THRU P445-FIM
                    WRITE REG-SAUDE IN SAUDE-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P440-FECHA.

           CLOSE SAUDE
           CLOSE SAUDE-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P440-FIM.

       P445-MASCARA-SAUDE.

      * Campo preenchido vira texto de treinamento (a ficha continua
      * mostrando o que existe, sem o conteudo real).
           MOVE REG-SAUDE IN SAUDE TO REG-SAUDE IN SAUDE-TREINO
           MOVE ID-ALUNO-SAU IN SAUDE TO WS-ID-FICT
           ADD 1 TO WS-TOT-MASCARADOS

           IF ALERGIAS-SAU IN SAUDE NOT EQUAL SPACE
              MOVE 'INFORMACAO DE TREINAMENTO'
                TO ALERGIAS-SAU IN SAUDE-TREINO
           END-IF
           IF MEDICACAO-SAU IN SAUDE NOT EQUAL SPACE
              MOVE 'INFORMACAO DE TREINAMENTO'
                TO MEDICACAO-SAU IN SAUDE-TREINO
           END-IF
           IF RESTR-ALIMENTAR-SAU IN SAUDE NOT EQUAL SPACE
              MOVE 'INFORMACAO DE TREINAMENTO'
                TO RESTR-ALIMENTAR-SAU IN SAUDE-TREINO
           END-IF
           IF RESTR-ATIVIDADE-SAU IN SAUDE NOT EQUAL SPACE
              MOVE 'INFORMACAO DE TREINAMENTO'
                TO RESTR-ATIVIDADE-SAU IN SAUDE-TREINO
           END-IF

           IF CONTATO-EMERG-SAU IN SAUDE NOT EQUAL SPACE
              MOVE SPACE TO CONTATO-EMERG-SAU IN SAUDE-TREINO
              STRING 'CONTATO ' DELIMITED BY SIZE
                     WS-ID-FICT DELIMITED BY SIZE
                     INTO CONTATO-EMERG-SAU IN SAUDE-TREINO
           END-IF
           IF TEL-EMERG-SAU IN SAUDE NOT EQUAL SPACE
              MOVE SPACE TO TEL-EMERG-SAU IN SAUDE-TREINO
              STRING '(00) 3333-' DELIMITED BY SIZE
                     WS-ID-FICT   DELIMITED BY SIZE
                     INTO TEL-EMERG-SAU IN SAUDE-TREINO
           END-IF
           IF CARTAO-SUS-SAU IN SAUDE NOT EQUAL SPACE
              MOVE SPACE TO CARTAO-SUS-SAU IN SAUDE-TREINO
              STRING '9000000000' DELIMITED BY SIZE
                     WS-ID-FICT   DELIMITED BY SIZE
                     INTO CARTAO-SUS-SAU IN SAUDE-TREINO
           END-IF
           IF PLANO-SAUDE-SAU IN SAUDE NOT EQUAL SPACE
              MOVE 'PLANO DE TREINAMENTO'
                TO PLANO-SAUDE-SAU IN SAUDE-TREINO
           END-IF
           .
       P445-FIM.

       P450-COPIA-AEE.

           MOVE 'AEE'     TO WS-ARQ-NOME
           MOVE 'AEE.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT AEE
           OPEN OUTPUT AEE-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P450-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ AEE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-AEE IN AEE TO REG-AEE IN AEE-TREINO
                    IF DEFICIENCIA-AEE IN AEE NOT EQUAL SPACE
                       MOVE 'DADO DE TREINAMENTO'
                         TO DEFICIENCIA-AEE IN AEE-TREINO
                    END-IF
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-AEE IN AEE-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P450-FECHA.

           CLOSE AEE
           CLOSE AEE-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P450-FIM.

       P460-COPIA-ATENDAEE.

           MOVE 'ATENDIMENTO-AEE'     TO WS-ARQ-NOME
           MOVE 'ATENDIMENTO-AEE.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN INPUT ATENDIMENTO-AEE
           OPEN OUTPUT ATENDIMENTO-AEE-TREINO
           PERFORM P220-CONFERE-ABERTURA THRU P220-FIM
           IF WS-RESULTADO NOT EQUAL SPACE
              GO TO P460-FECHA
           END-IF

           PERFORM UNTIL EOF-OK
              READ ATENDIMENTO-AEE NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE REG-ATENDIMENTO-AEE IN ATENDIMENTO-AEE
                      TO REG-ATENDIMENTO-AEE IN ATENDIMENTO-AEE-TREINO
                    IF DESCRICAO-ATD IN ATENDIMENTO-AEE NOT EQUAL
                       SPACE
                       MOVE 'ATENDIMENTO DE TREINAMENTO'
                         TO DESCRICAO-ATD IN ATENDIMENTO-AEE-TREINO
                    END-IF
                    ADD 1 TO WS-TOT-MASCARADOS
                    WRITE REG-ATENDIMENTO-AEE IN ATENDIMENTO-AEE-TREINO
                       INVALID KEY
                          ADD 1 TO WS-CONT-REJEITADOS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-GRAVADOS
                    END-WRITE
              END-READ
           END-PERFORM
           .
       P460-FECHA.

           CLOSE ATENDIMENTO-AEE
           CLOSE ATENDIMENTO-AEE-TREINO
           PERFORM P250-LINHA THRU P250-FIM
           .
       P460-FIM.

       P500-USUARIOS-TREINO.

      * USUARIOS nao e copiado: o treinamento recebe somente um login
      * por perfil, com a senha de TREINO_SENHA em texto aberto (o
      * PROGM3 cifra no primeiro acesso). O login do professor fica
      * vinculado ao primeiro professor copiado.
           MOVE 'USUARIOS'     TO WS-ARQ-NOME
           MOVE 'USUARIOS.dat' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN OUTPUT USUARIOS-TREINO
           IF NOT FS-TRE-OK
              MOVE 'ERRO GRAVACAO' TO WS-RESULTADO
              GO TO P500-LINHA
           END-IF

           MOVE 'TREINO-SEC' TO LOGIN-USUARIO
           MOVE 'S' TO PERFIL-USUARIO
           MOVE 'SECRETARIA TREINO' TO NM-USUARIO
           MOVE ZERO TO ID-PROFESSOR-USU
           PERFORM P510-GRAVA-LOGIN THRU P510-FIM

           MOVE 'TREINO-COO' TO LOGIN-USUARIO
           MOVE 'C' TO PERFIL-USUARIO
           MOVE 'COORDENACAO TREINO' TO NM-USUARIO
           MOVE ZERO TO ID-PROFESSOR-USU
           PERFORM P510-GRAVA-LOGIN THRU P510-FIM

           MOVE 'TREINO-DIR' TO LOGIN-USUARIO
           MOVE 'D' TO PERFIL-USUARIO
           MOVE 'DIRECAO TREINO' TO NM-USUARIO
           MOVE ZERO TO ID-PROFESSOR-USU
           PERFORM P510-GRAVA-LOGIN THRU P510-FIM

           IF WS-PRIMEIRO-PROF NOT EQUAL ZERO
              MOVE 'TREINO-PRO' TO LOGIN-USUARIO
              MOVE 'P' TO PERFIL-USUARIO
              MOVE 'PROFESSOR TREINO' TO NM-USUARIO
              MOVE WS-PRIMEIRO-PROF TO ID-PROFESSOR-USU
              PERFORM P510-GRAVA-LOGIN THRU P510-FIM
           END-IF

           CLOSE USUARIOS-TREINO
           .
       P500-LINHA.

           PERFORM P250-LINHA THRU P250-FIM
           .
       P500-FIM.

       P510-GRAVA-LOGIN.

           MOVE WS-SENHA-TREINO TO SENHA-USUARIO
           MOVE SPACE TO MARCA-SENHA-USU
           MOVE WS-DATA-HOJE TO DT-SENHA-USU
           MOVE 'N' TO TROCA-SENHA-USU
           MOVE ZERO TO ERROS-SENHA-USU
           MOVE 'N' TO BLOQ-USUARIO
           MOVE SPACE TO UNIDADE-USUARIO
           WRITE REG-USUARIO
              INVALID KEY
                 ADD 1 TO WS-CONT-REJEITADOS
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-GRAVADOS
                 DISPLAY '  LOGIN ' LOGIN-USUARIO ' PERFIL '
                         PERFIL-USUARIO
           END-WRITE
           .
       P510-FIM.

       P600-PERFIL-AMBIENTE.

      * TREINO.env: carregado no terminal de treinamento antes do
      * PROGM3 (". TREINO.env"), aponta todas as variaveis de arquivo
      * do sistema para o diretorio da copia - nenhum programa abre a
      * base de producao, nem gravacoes derivadas (relatorios, SMS,
      * exportacoes) saem do diretorio - e liga o AMBIENTE_TREINO.
           MOVE 'TREINO.env' TO WS-ARQ-NOME
           MOVE 'TREINO.env' TO WS-ARQ-DESTINO
           PERFORM P200-INICIA-ARQUIVO THRU P200-FIM

           OPEN OUTPUT PERFIL-TREINO
           IF NOT FS-TRE-OK
              MOVE 'ERRO GRAVACAO' TO WS-RESULTADO
              GO TO P600-LINHA
           END-IF

           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
              UNTIL WS-VAR-IDX > WS-QTD-VARIAVEIS
              MOVE SPACE TO REG-PERFIL-TREINO
              STRING 'export '     DELIMITED BY SIZE
                     WS-VAR-NOME (WS-VAR-IDX) DELIMITED BY SPACE
                     '="'          DELIMITED BY SIZE
                     WS-DIR-TREINO(1:WS-DIR-TREINO-TAM)
                                   DELIMITED BY SIZE
                     WS-VAR-ARQUIVO (WS-VAR-IDX) DELIMITED BY SPACE
                     '"'           DELIMITED BY SIZE
                     INTO REG-PERFIL-TREINO
              WRITE REG-PERFIL-TREINO
              ADD 1 TO WS-CONT-GRAVADOS
           END-PERFORM

           MOVE 'export AMBIENTE_TREINO=S' TO REG-PERFIL-TREINO
           WRITE REG-PERFIL-TREINO
           ADD 1 TO WS-CONT-GRAVADOS

           CLOSE PERFIL-TREINO
           .
       P600-LINHA.

           PERFORM P250-LINHA THRU P250-FIM
           .
       P600-FIM.

       P700-RESUMO.

           MOVE SPACE TO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'ARQUIVOS COPIADOS: '   DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS         DELIMITED BY SIZE
                  '   COM FALHA: '        DELIMITED BY SIZE
                  WS-TOT-FALHAS           DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           STRING 'REGISTROS GRAVADOS: '  DELIMITED BY SIZE
                  WS-TOT-REGISTROS        DELIMITED BY SIZE
                  '   MASCARADOS: '       DELIMITED BY SIZE
                  WS-TOT-MASCARADOS       DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           MOVE 'DIRETORIO: ' TO WS-LINHA-SPOOL
           MOVE WS-DIR-TREINO TO WS-LINHA-SPOOL(12:60)
           DISPLAY WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           DISPLAY 'PARA USAR: carregue o TREINO.env do diretorio acima'
           DISPLAY '           e entre com um login TREINO-xxx.'

           MOVE 'TREINAMENT' TO AUD-OPERACAO
           MOVE 'BASE'       TO AUD-ARQUIVO
           MOVE SPACE        TO AUD-CHAVE
           MOVE SPACE        TO AUD-VALOR-ANTES
           MOVE SPACE        TO AUD-VALOR-DEPOIS
           MOVE WS-DIR-TREINO TO AUD-VALOR-ANTES
           STRING 'ARQUIVOS '         DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS     DELIMITED BY SIZE
                  ' FALHAS '          DELIMITED BY SIZE
                  WS-TOT-FALHAS       DELIMITED BY SIZE
                  ' REGISTROS '       DELIMITED BY SIZE
                  WS-TOT-REGISTROS    DELIMITED BY SIZE
                  ' MASCARADOS '      DELIMITED BY SIZE
                  WS-TOT-MASCARADOS   DELIMITED BY SIZE
                  INTO AUD-VALOR-DEPOIS
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
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

           MOVE 'PROGTREI' TO AUD-PROGRAMA
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
       END PROGRAM PROGTREI.
