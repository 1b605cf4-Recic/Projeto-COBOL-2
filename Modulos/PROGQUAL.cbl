      ******************************************************************
      * Author: Renan Cicero
      * Purpose: Relatorio de qualidade cadastral: confere em cada
      *          aluno ativo o preenchimento e a plausibilidade dos
      *          dados pessoais cobrados pelo Censo (nascimento,
      *          sexo, INEP, endereco, nome da mae, telefone do
      *          responsavel, quantidade de digitos dos telefones e
      *          idade compativel com a serie), da uma nota de 0 a
      *          100 ao cadastro, totaliza por turma e por unidade e
      *          lista os alunos do pior para o melhor para a
      *          secretaria corrigir antes do envio ao INEP. A via
      *          definitiva sai no spool de relatorios (PROGRELP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUAL.


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

           SELECT MATRICULA ASSIGN TO
           WS-CAMINHO-MATRICULA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-MAT.

           SELECT SERIES ASSIGN TO
           WS-CAMINHO-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY ID-SERIE
           FILE STATUS IS WS-FS-SER.

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

       FD  SERIES.
           COPY FD-SERIES.

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
       01  WS-CAMINHO-SERIES                 PIC X(80).
       01  WS-CAMINHO-RELATORIO              PIC X(80).
       01  WS-CAMINHO-SPOOL-IDX              PIC X(80).
       01  WS-DIR-RELATORIOS                 PIC X(60).

       77  WS-FS                             PIC 99.
           88 FS-OK                          VALUE 0.

       77  WS-FS-MAT                         PIC 99.
           88 FS-MAT-OK                      VALUE 0.

       77  WS-FS-SER                         PIC 99.
           88 FS-SER-OK                      VALUE 0.

       77  WS-FS-REL                         PIC 99.
           88 FS-REL-OK                      VALUE 0.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.

       77  WS-EOF-MAT                        PIC X.
           88 EOF-MAT-OK                     VALUE 'S' FALSE 'N'.

       77  WS-REL-TITULO                     PIC X(20) VALUE SPACE.
       77  WS-REL-ABERTO                     PIC X VALUE 'N'.
           88 REL-ABERTO-OK                  VALUE 'S'.
       77  WS-REL-DATA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-HORA                       PIC 9(08) VALUE ZERO.
       77  WS-REL-DIR-TAM                    PIC 9(03) VALUE ZERO.
       01  WS-LINHA-SPOOL                    PIC X(80) VALUE SPACE.

       77  WS-DATA-REF                       PIC 9(08) VALUE ZERO.
       77  WS-ANO-REF                        PIC 9(04) VALUE ZERO.
       77  WS-MMDD-REF                       PIC 9(04) VALUE ZERO.
       77  WS-UNIDADE-FILTRO                 PIC X(04) VALUE SPACE.

      * faixa de idade aceita em torno da idade esperada da serie:
      * abaixo dela ou muito acima (alem da distorcao comum) indica
      * data de nascimento ou serie digitada errada
       77  WS-FAIXA-ABAIXO                   PIC 9(02) VALUE 1.
       77  WS-FAIXA-ACIMA                    PIC 9(02) VALUE 6.

      * dados do aluno em avaliacao
       77  WS-TURMA-ALUNO                    PIC 9(05) VALUE ZERO.
       77  WS-SERIE-ALUNO                    PIC 9(05) VALUE ZERO.
       77  WS-ANO-MAT-ALUNO                  PIC 9(04) VALUE ZERO.
       77  WS-IDADE                          PIC 9(03) VALUE ZERO.
       77  WS-IDADE-ESPERADA                 PIC 9(02) VALUE ZERO.
       77  WS-IDADE-MINIMA                   PIC 9(03) VALUE ZERO.
       77  WS-IDADE-MAXIMA                   PIC 9(03) VALUE ZERO.
       77  WS-ANO-NASC                       PIC 9(04) VALUE ZERO.
       77  WS-MMDD-NASC                      PIC 9(04) VALUE ZERO.
       77  WS-NASC-VALIDA                    PIC X VALUE 'N'.
           88 NASC-VALIDA-OK                 VALUE 'S'.

       01  WS-DT-NASC                        PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DT-NASC.
           03 WS-NASC-ANO                    PIC 9(04).
           03 WS-NASC-MES                    PIC 9(02).
           03 WS-NASC-DIA                    PIC 9(02).

      * uma letra por pendencia encontrada, na ordem da legenda
       01  WS-PENDENCIAS                     PIC X(08) VALUE SPACE.
       01  WS-CODIGOS-PEND                   PIC X(08) VALUE 'NSIEMRTD'.
       77  WS-QTD-PEND                       PIC 9(01) VALUE ZERO.
       77  WS-QTD-TESTES                     PIC 9(01) VALUE ZERO.
       77  WS-NOTA                           PIC 9(03) VALUE ZERO.

       01  WS-TELEFONE                       PIC X(20) VALUE SPACE.
       77  WS-TEL-IDX                        PIC 9(02) VALUE ZERO.
       77  WS-TEL-DIGITOS                    PIC 9(02) VALUE ZERO.
       77  WS-TEL-ERRADO                     PIC X VALUE 'N'.
           88 TEL-ERRADO-OK                  VALUE 'S'.

      * alunos com pendencia, para a lista do pior para o melhor
       77  WS-PD-QTD                         PIC 9(04) VALUE ZERO.
       77  WS-PD-IDX                         PIC 9(04) VALUE ZERO.
       77  WS-NIVEL                          PIC 9(01) VALUE ZERO.

       01  WS-TAB-PENDENTES.
           03 WS-PD-ITEM OCCURS 2000 TIMES.
              05 WS-PD-ALUNO                 PIC 9(05).
              05 WS-PD-NOME                  PIC X(20).
              05 WS-PD-TURMA                 PIC 9(05).
              05 WS-PD-UNIDADE               PIC X(04).
              05 WS-PD-QTD-PEND              PIC 9(01).
              05 WS-PD-NOTA                  PIC 9(03).
              05 WS-PD-CODIGOS               PIC X(08).

      * totais por turma e por unidade
       77  WS-TM-QTD                         PIC 9(03) VALUE ZERO.
       77  WS-TM-IDX                         PIC 9(03) VALUE ZERO.
       77  WS-TM-ACHOU                       PIC X VALUE 'N'.
           88 TM-ACHADO                      VALUE 'S'.

       01  WS-TAB-TURMAS.
           03 WS-TM-ITEM OCCURS 200 TIMES.
              05 WS-TM-ID                    PIC 9(05).
              05 WS-TM-UNIDADE               PIC X(04).
              05 WS-TM-ALUNOS                PIC 9(04).
              05 WS-TM-COM-PEND              PIC 9(04).
              05 WS-TM-PENDENCIAS            PIC 9(05).
              05 WS-TM-SOMA-NOTA             PIC 9(07).

       77  WS-UN-QTD                         PIC 9(02) VALUE ZERO.
       77  WS-UN-IDX                         PIC 9(02) VALUE ZERO.
       77  WS-UN-ACHOU                       PIC X VALUE 'N'.
           88 UN-ACHADO                      VALUE 'S'.

       01  WS-TAB-UNIDADES.
           03 WS-UN-ITEM OCCURS 30 TIMES.
              05 WS-UN-ID                    PIC X(04).
              05 WS-UN-ALUNOS                PIC 9(04).
              05 WS-UN-COM-PEND              PIC 9(04).
              05 WS-UN-PENDENCIAS            PIC 9(05).
              05 WS-UN-SOMA-NOTA             PIC 9(07).

       77  WS-MEDIA-NOTA                     PIC 9(03) VALUE ZERO.

      * contagem geral por tipo de pendencia (mesma ordem da legenda)
       01  WS-TAB-TIPOS.
           03 WS-TP-QTD OCCURS 8 TIMES       PIC 9(04).
       77  WS-TP-IDX                         PIC 9(01) VALUE ZERO.

       77  WS-TOT-AVALIADOS                  PIC 9(04) VALUE ZERO.
       77  WS-TOT-COM-PEND                   PIC 9(04) VALUE ZERO.
       77  WS-TOT-PENDENCIAS                 PIC 9(05) VALUE ZERO.
       77  WS-TOT-SOMA-NOTA                  PIC 9(07) VALUE ZERO.

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
           DISPLAY 'QUALIDADE CADASTRAL DOS ALUNOS (CENSO ESCOLAR)'
           DISPLAY '***************************************************'

           MOVE LK-UNIDADE TO WS-UNIDADE-FILTRO
           IF WS-UNIDADE-FILTRO EQUAL SPACE
              DISPLAY 'Informe a unidade (brancos para todas): '
              ACCEPT WS-UNIDADE-FILTRO
           END-IF

           ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           MOVE WS-DATA-REF(1:4) TO WS-ANO-REF
           MOVE WS-DATA-REF(5:4) TO WS-MMDD-REF

           INITIALIZE WS-TAB-TIPOS

           PERFORM P100-AVALIA-CADASTRO THRU P100-FIM

           IF WS-TOT-AVALIADOS EQUAL ZERO
              DISPLAY 'NENHUM ALUNO ATIVO PARA AVALIAR.'
              PERFORM P950-FIM
           END-IF

           MOVE 'QUALIDADE CADASTRAL' TO WS-REL-TITULO
           PERFORM P060-ABRE-SPOOL THRU P060-FIM

           STRING 'QUALIDADE CADASTRAL EM ' DELIMITED BY SIZE
                  WS-DATA-REF               DELIMITED BY SIZE
                  ' UNIDADE '               DELIMITED BY SIZE
                  WS-UNIDADE-FILTRO         DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM P080-LEGENDA THRU P080-FIM
           PERFORM P300-LISTA-PIORES THRU P300-FIM
           PERFORM P400-TOTAIS-TURMA THRU P400-FIM
           PERFORM P450-TOTAIS-UNIDADE THRU P450-FIM
           PERFORM P500-RESUMO THRU P500-FIM

           PERFORM P070-FECHA-SPOOL THRU P070-FIM

           PERFORM P950-FIM
           .

       P010-DEFINE-CAMINHOS.

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

           ACCEPT WS-CAMINHO-SERIES FROM ENVIRONMENT 'SERIES_DAT'
              ON EXCEPTION
                 STRING WS-DIR-DADOS-PADRAO DELIMITED BY SIZE
                        'SERIES.dat'        DELIMITED BY SIZE
                        INTO WS-CAMINHO-SERIES
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

       P070-FECHA-SPOOL.

           IF REL-ABERTO-OK
              CLOSE RELATORIO
              MOVE 'N' TO WS-REL-ABERTO
              DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-RELATORIO
           END-IF
           .
       P070-FIM.

       P080-LEGENDA.

           DISPLAY ' '
           DISPLAY 'PENDENCIAS: N NASCIMENTO AUSENTE/INVALIDO  '
                   'S SEXO  I INEP  E ENDERECO  M NOME DA MAE'
           DISPLAY '            R SEM TELEFONE DO RESPONSAVEL  '
                   'T TELEFONE COM DIGITOS ERRADOS'
           DISPLAY '            D IDADE FORA DA FAIXA DA SERIE'

           MOVE 'PENDENCIAS: N NASCIMENTO S SEXO I INEP E ENDERECO'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           MOVE '  M MAE R SEM TEL. RESP. T DIGITOS TEL. D IDADE-SERIE'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P080-FIM.

       P100-AVALIA-CADASTRO.

           MOVE ZERO TO WS-TOT-AVALIADOS
           MOVE ZERO TO WS-TOT-COM-PEND
           MOVE ZERO TO WS-TOT-PENDENCIAS
           MOVE ZERO TO WS-TOT-SOMA-NOTA
           MOVE ZERO TO WS-PD-QTD
           MOVE ZERO TO WS-TM-QTD
           MOVE ZERO TO WS-UN-QTD

           SET FS-OK TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS.'
              DISPLAY 'FILE STATUS ERROR: ' WS-FS
              GO TO P100-FIM
           END-IF

           SET FS-MAT-OK TO TRUE
           OPEN INPUT MATRICULA

           SET FS-SER-OK TO TRUE
           OPEN INPUT SERIES

           SET EOF-OK TO FALSE
           PERFORM UNTIL EOF-OK
              READ ALUNOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT ALUNO-INATIVO AND
                       (WS-UNIDADE-FILTRO EQUAL SPACE OR
                        UNIDADE-ALUNO EQUAL WS-UNIDADE-FILTRO)
                       PERFORM P200-AVALIA-ALUNO THRU P200-FIM
                    END-IF
              END-READ
           END-PERFORM

           IF FS-SER-OK
              CLOSE SERIES
           END-IF
           IF FS-MAT-OK
              CLOSE MATRICULA
           END-IF
           CLOSE ALUNOS
           .
       P100-FIM.

       P200-AVALIA-ALUNO.

           ADD 1 TO WS-TOT-AVALIADOS
           MOVE SPACE TO WS-PENDENCIAS
           MOVE ZERO TO WS-QTD-PEND
           MOVE 7 TO WS-QTD-TESTES

           PERFORM P210-VINCULO-MATRICULA THRU P210-FIM

      * N - data de nascimento ausente ou impossivel
           MOVE 'N' TO WS-NASC-VALIDA
           IF DT-NASC-ALUNO NUMERIC AND DT-NASC-ALUNO NOT EQUAL ZERO
              MOVE DT-NASC-ALUNO TO WS-DT-NASC
              IF WS-NASC-ANO >= 1900 AND WS-NASC-ANO <= WS-ANO-REF AND
                 WS-NASC-MES >= 1 AND WS-NASC-MES <= 12 AND
                 WS-NASC-DIA >= 1 AND WS-NASC-DIA <= 31
                 MOVE 'S' TO WS-NASC-VALIDA
              END-IF
           END-IF
           IF NOT NASC-VALIDA-OK
              MOVE 1 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * S - sexo
           IF SEXO-ALUNO NOT EQUAL 'M' AND SEXO-ALUNO NOT EQUAL 'F'
              MOVE 2 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * I - codigo INEP
           IF INEP-ALUNO NOT NUMERIC OR INEP-ALUNO EQUAL ZERO
              MOVE 3 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * E - endereco
           IF END-ALUNO EQUAL SPACE
              MOVE 4 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * M - nome da mae
           IF NM-MAE-ALUNO EQUAL SPACE
              MOVE 5 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * R - telefone do responsavel; T - digitos dos telefones
      * informados (DDD + numero: 10 ou 11 digitos)
           MOVE 'N' TO WS-TEL-ERRADO
           IF TL-RESPONSAVEL EQUAL SPACE
              MOVE 6 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           ELSE
              MOVE TL-RESPONSAVEL TO WS-TELEFONE
              PERFORM P260-CONFERE-TELEFONE THRU P260-FIM
           END-IF
           IF TL-ALUNO NOT EQUAL SPACE
              MOVE TL-ALUNO TO WS-TELEFONE
              PERFORM P260-CONFERE-TELEFONE THRU P260-FIM
           END-IF
           IF TEL-ERRADO-OK
              MOVE 7 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF

      * D - idade fora da faixa da serie (so com nascimento valido e
      * serie vinculada na matricula)
           IF NASC-VALIDA-OK AND WS-SERIE-ALUNO NOT EQUAL ZERO
              PERFORM P220-CONFERE-IDADE THRU P220-FIM
           END-IF

           COMPUTE WS-NOTA =
              ((WS-QTD-TESTES - WS-QTD-PEND) * 100) / WS-QTD-TESTES

           ADD WS-NOTA TO WS-TOT-SOMA-NOTA
           IF WS-QTD-PEND GREATER THAN ZERO
              ADD 1 TO WS-TOT-COM-PEND
              ADD WS-QTD-PEND TO WS-TOT-PENDENCIAS
              IF WS-PD-QTD < 2000
                 ADD 1 TO WS-PD-QTD
                 MOVE ID-ALUNO TO WS-PD-ALUNO (WS-PD-QTD)
                 MOVE NM-ALUNO IN REG-ALUNO TO WS-PD-NOME (WS-PD-QTD)
                 MOVE WS-TURMA-ALUNO TO WS-PD-TURMA (WS-PD-QTD)
                 MOVE UNIDADE-ALUNO TO WS-PD-UNIDADE (WS-PD-QTD)
                 MOVE WS-QTD-PEND TO WS-PD-QTD-PEND (WS-PD-QTD)
                 MOVE WS-NOTA TO WS-PD-NOTA (WS-PD-QTD)
                 MOVE WS-PENDENCIAS TO WS-PD-CODIGOS (WS-PD-QTD)
              END-IF
           END-IF

           PERFORM P270-ACUMULA-TURMA THRU P270-FIM
           PERFORM P280-ACUMULA-UNIDADE THRU P280-FIM
           .
       P200-FIM.

       P210-VINCULO-MATRICULA.

      * turma e serie da matricula mais recente do aluno
           MOVE ZERO TO WS-TURMA-ALUNO
           MOVE ZERO TO WS-SERIE-ALUNO
           MOVE ZERO TO WS-ANO-MAT-ALUNO

           IF NOT FS-MAT-OK
              GO TO P210-FIM
           END-IF

           MOVE ID-ALUNO TO ID-ALUNO-MAT
           MOVE ZERO     TO ID-DISCIPLINA-MAT
           START MATRICULA KEY IS GREATER THAN OR EQUAL
              CHAVE-MATRICULA
                 INVALID KEY
                    GO TO P210-FIM
           END-START

           SET EOF-MAT-OK TO FALSE
           PERFORM UNTIL EOF-MAT-OK
              READ MATRICULA NEXT RECORD
                 AT END
                    SET EOF-MAT-OK TO TRUE
                 NOT AT END
                    IF ID-ALUNO-MAT NOT EQUAL ID-ALUNO
                       SET EOF-MAT-OK TO TRUE
                    ELSE
                       IF ANO-MATRICULA NUMERIC AND
                          ANO-MATRICULA >= WS-ANO-MAT-ALUNO AND
                          TURMA-MATRICULA NUMERIC AND
                          TURMA-MATRICULA NOT EQUAL ZERO
                          MOVE ANO-MATRICULA TO WS-ANO-MAT-ALUNO
                          MOVE TURMA-MATRICULA TO WS-TURMA-ALUNO
                          IF ID-SERIE-MAT NUMERIC AND
                             ID-SERIE-MAT NOT EQUAL ZERO
                             MOVE ID-SERIE-MAT TO WS-SERIE-ALUNO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       P210-FIM.

       P220-CONFERE-IDADE.

           MOVE ZERO TO WS-IDADE-ESPERADA
           IF FS-SER-OK
              MOVE WS-SERIE-ALUNO TO ID-SERIE
              READ SERIES
                 KEY IS ID-SERIE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF IDADE-SERIE NUMERIC
                          MOVE IDADE-SERIE TO WS-IDADE-ESPERADA
                       END-IF
              END-READ
           END-IF

           IF WS-IDADE-ESPERADA EQUAL ZERO
              GO TO P220-FIM
           END-IF

           ADD 1 TO WS-QTD-TESTES

      * idade completa na data de referencia, como no PROGIDAD
           MOVE WS-NASC-ANO TO WS-ANO-NASC
           MOVE WS-DT-NASC(5:4) TO WS-MMDD-NASC
           COMPUTE WS-IDADE = WS-ANO-REF - WS-ANO-NASC
           IF WS-MMDD-REF < WS-MMDD-NASC AND WS-IDADE > ZERO
              SUBTRACT 1 FROM WS-IDADE
           END-IF

           MOVE ZERO TO WS-IDADE-MINIMA
           IF WS-IDADE-ESPERADA > WS-FAIXA-ABAIXO
              COMPUTE WS-IDADE-MINIMA =
                 WS-IDADE-ESPERADA - WS-FAIXA-ABAIXO
           END-IF
           COMPUTE WS-IDADE-MAXIMA = WS-IDADE-ESPERADA + WS-FAIXA-ACIMA

           IF WS-IDADE < WS-IDADE-MINIMA OR WS-IDADE > WS-IDADE-MAXIMA
              MOVE 8 TO WS-TP-IDX
              PERFORM P250-MARCA-PENDENCIA THRU P250-FIM
           END-IF
           .
       P220-FIM.

       P250-MARCA-PENDENCIA.

           ADD 1 TO WS-QTD-PEND
           ADD 1 TO WS-TP-QTD (WS-TP-IDX)
           MOVE WS-CODIGOS-PEND(WS-TP-IDX:1)
              TO WS-PENDENCIAS(WS-TP-IDX:1)
           .
       P250-FIM.

       P260-CONFERE-TELEFONE.

           MOVE ZERO TO WS-TEL-DIGITOS
           PERFORM VARYING WS-TEL-IDX FROM 1 BY 1
              UNTIL WS-TEL-IDX > 20
              IF WS-TELEFONE(WS-TEL-IDX:1) NUMERIC
                 ADD 1 TO WS-TEL-DIGITOS
              END-IF
           END-PERFORM

           IF WS-TEL-DIGITOS NOT EQUAL 10 AND
              WS-TEL-DIGITOS NOT EQUAL 11
              MOVE 'S' TO WS-TEL-ERRADO
           END-IF
           .
       P260-FIM.

       P270-ACUMULA-TURMA.

           MOVE 'N' TO WS-TM-ACHOU
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD OR TM-ACHADO
              IF WS-TM-ID (WS-TM-IDX) EQUAL WS-TURMA-ALUNO AND
                 WS-TM-UNIDADE (WS-TM-IDX) EQUAL UNIDADE-ALUNO
                 MOVE 'S' TO WS-TM-ACHOU
              END-IF
           END-PERFORM

           IF TM-ACHADO
              SUBTRACT 1 FROM WS-TM-IDX
           ELSE
              IF WS-TM-QTD NOT LESS THAN 200
                 GO TO P270-FIM
              END-IF
              ADD 1 TO WS-TM-QTD
              MOVE WS-TM-QTD TO WS-TM-IDX
              MOVE WS-TURMA-ALUNO TO WS-TM-ID (WS-TM-IDX)
              MOVE UNIDADE-ALUNO  TO WS-TM-UNIDADE (WS-TM-IDX)
              MOVE ZERO TO WS-TM-ALUNOS (WS-TM-IDX)
              MOVE ZERO TO WS-TM-COM-PEND (WS-TM-IDX)
              MOVE ZERO TO WS-TM-PENDENCIAS (WS-TM-IDX)
              MOVE ZERO TO WS-TM-SOMA-NOTA (WS-TM-IDX)
           END-IF

           ADD 1 TO WS-TM-ALUNOS (WS-TM-IDX)
           ADD WS-NOTA TO WS-TM-SOMA-NOTA (WS-TM-IDX)
           IF WS-QTD-PEND GREATER THAN ZERO
              ADD 1 TO WS-TM-COM-PEND (WS-TM-IDX)
              ADD WS-QTD-PEND TO WS-TM-PENDENCIAS (WS-TM-IDX)
           END-IF
           .
       P270-FIM.

       P280-ACUMULA-UNIDADE.

           MOVE 'N' TO WS-UN-ACHOU
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD OR UN-ACHADO
              IF WS-UN-ID (WS-UN-IDX) EQUAL UNIDADE-ALUNO
                 MOVE 'S' TO WS-UN-ACHOU
              END-IF
           END-PERFORM

           IF UN-ACHADO
              SUBTRACT 1 FROM WS-UN-IDX
           ELSE
              IF WS-UN-QTD NOT LESS THAN 30
                 GO TO P280-FIM
              END-IF
              ADD 1 TO WS-UN-QTD
              MOVE WS-UN-QTD TO WS-UN-IDX
              MOVE UNIDADE-ALUNO TO WS-UN-ID (WS-UN-IDX)
              MOVE ZERO TO WS-UN-ALUNOS (WS-UN-IDX)
              MOVE ZERO TO WS-UN-COM-PEND (WS-UN-IDX)
              MOVE ZERO TO WS-UN-PENDENCIAS (WS-UN-IDX)
              MOVE ZERO TO WS-UN-SOMA-NOTA (WS-UN-IDX)
           END-IF

           ADD 1 TO WS-UN-ALUNOS (WS-UN-IDX)
           ADD WS-NOTA TO WS-UN-SOMA-NOTA (WS-UN-IDX)
           IF WS-QTD-PEND GREATER THAN ZERO
              ADD 1 TO WS-UN-COM-PEND (WS-UN-IDX)
              ADD WS-QTD-PEND TO WS-UN-PENDENCIAS (WS-UN-IDX)
           END-IF
           .
       P280-FIM.

       P300-LISTA-PIORES.

      * do aluno com mais pendencias para o com menos
           DISPLAY ' '
           DISPLAY 'ALUNOS COM PENDENCIA (PIORES PRIMEIRO)'
           DISPLAY 'ALUNO NOME                 TURMA UNID NOTA PEND.'
           MOVE 'ALUNOS COM PENDENCIA (PIORES PRIMEIRO)'
              TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-NIVEL FROM 8 BY -1
              UNTIL WS-NIVEL < 1
              PERFORM P310-LISTA-NIVEL THRU P310-FIM
           END-PERFORM

           IF WS-PD-QTD EQUAL ZERO
              DISPLAY 'NENHUMA PENDENCIA CADASTRAL.'
           END-IF
           .
       P300-FIM.

       P310-LISTA-NIVEL.

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-QTD
              IF WS-PD-QTD-PEND (WS-PD-IDX) EQUAL WS-NIVEL
                 DISPLAY WS-PD-ALUNO (WS-PD-IDX) ' '
                         WS-PD-NOME (WS-PD-IDX) ' '
                         WS-PD-TURMA (WS-PD-IDX) ' '
                         WS-PD-UNIDADE (WS-PD-IDX) ' '
                         WS-PD-NOTA (WS-PD-IDX) ' '
                         WS-PD-CODIGOS (WS-PD-IDX)
                 STRING WS-PD-ALUNO (WS-PD-IDX)   DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-PD-NOME (WS-PD-IDX)    DELIMITED BY SIZE
                        ' TURMA '                 DELIMITED BY SIZE
                        WS-PD-TURMA (WS-PD-IDX)   DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-PD-UNIDADE (WS-PD-IDX) DELIMITED BY SIZE
                        ' NOTA '                  DELIMITED BY SIZE
                        WS-PD-NOTA (WS-PD-IDX)    DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        WS-PD-CODIGOS (WS-PD-IDX) DELIMITED BY SIZE
                        INTO WS-LINHA-SPOOL
                 PERFORM P065-GRAVA-SPOOL THRU P065-FIM
              END-IF
           END-PERFORM
           .
       P310-FIM.

       P400-TOTAIS-TURMA.

           DISPLAY ' '
           DISPLAY 'TOTAIS POR TURMA (TURMA 0 = SEM MATRICULA EM '
                   'TURMA):'
           MOVE 'TOTAIS POR TURMA' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-QTD
              COMPUTE WS-MEDIA-NOTA =
                 WS-TM-SOMA-NOTA (WS-TM-IDX) / WS-TM-ALUNOS (WS-TM-IDX)
              DISPLAY 'TURMA ' WS-TM-ID (WS-TM-IDX)
                      ' UNID ' WS-TM-UNIDADE (WS-TM-IDX)
                      ': ' WS-TM-COM-PEND (WS-TM-IDX)
                      ' DE ' WS-TM-ALUNOS (WS-TM-IDX)
                      ' COM PENDENCIA, '
                      WS-TM-PENDENCIAS (WS-TM-IDX) ' PENDENCIA(S),'
                      ' NOTA MEDIA ' WS-MEDIA-NOTA
              STRING 'TURMA '                   DELIMITED BY SIZE
                     WS-TM-ID (WS-TM-IDX)       DELIMITED BY SIZE
                     ' UNID '                   DELIMITED BY SIZE
                     WS-TM-UNIDADE (WS-TM-IDX)  DELIMITED BY SIZE
                     ': '                       DELIMITED BY SIZE
                     WS-TM-COM-PEND (WS-TM-IDX) DELIMITED BY SIZE
                     ' DE '                     DELIMITED BY SIZE
                     WS-TM-ALUNOS (WS-TM-IDX)   DELIMITED BY SIZE
                     ' PEND '                   DELIMITED BY SIZE
                     WS-TM-PENDENCIAS (WS-TM-IDX) DELIMITED BY SIZE
                     ' NOTA '                   DELIMITED BY SIZE
                     WS-MEDIA-NOTA              DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-PERFORM
           .
       P400-FIM.

       P450-TOTAIS-UNIDADE.

           DISPLAY ' '
           DISPLAY 'TOTAIS POR UNIDADE:'
           MOVE 'TOTAIS POR UNIDADE' TO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM

           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
              UNTIL WS-UN-IDX > WS-UN-QTD
              COMPUTE WS-MEDIA-NOTA =
                 WS-UN-SOMA-NOTA (WS-UN-IDX) / WS-UN-ALUNOS (WS-UN-IDX)
              DISPLAY 'UNIDADE ' WS-UN-ID (WS-UN-IDX)
                      ': ' WS-UN-COM-PEND (WS-UN-IDX)
                      ' DE ' WS-UN-ALUNOS (WS-UN-IDX)
                      ' COM PENDENCIA, '
                      WS-UN-PENDENCIAS (WS-UN-IDX) ' PENDENCIA(S),'
                      ' NOTA MEDIA ' WS-MEDIA-NOTA
              STRING 'UNIDADE '                 DELIMITED BY SIZE
                     WS-UN-ID (WS-UN-IDX)       DELIMITED BY SIZE
                     ': '                       DELIMITED BY SIZE
                     WS-UN-COM-PEND (WS-UN-IDX) DELIMITED BY SIZE
                     ' DE '                     DELIMITED BY SIZE
                     WS-UN-ALUNOS (WS-UN-IDX)   DELIMITED BY SIZE
                     ' PEND '                   DELIMITED BY SIZE
                     WS-UN-PENDENCIAS (WS-UN-IDX) DELIMITED BY SIZE
                     ' NOTA '                   DELIMITED BY SIZE
                     WS-MEDIA-NOTA              DELIMITED BY SIZE
                     INTO WS-LINHA-SPOOL
              PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           END-PERFORM
           .
       P450-FIM.

       P500-RESUMO.

           COMPUTE WS-MEDIA-NOTA = WS-TOT-SOMA-NOTA / WS-TOT-AVALIADOS

           DISPLAY ' '
           DISPLAY 'ALUNOS AVALIADOS:        ' WS-TOT-AVALIADOS
           DISPLAY 'COM PENDENCIA:           ' WS-TOT-COM-PEND
           DISPLAY 'TOTAL DE PENDENCIAS:     ' WS-TOT-PENDENCIAS
           DISPLAY 'NOTA MEDIA DO CADASTRO:  ' WS-MEDIA-NOTA
           DISPLAY 'POR TIPO: N ' WS-TP-QTD (1) ' S ' WS-TP-QTD (2)
                   ' I ' WS-TP-QTD (3) ' E ' WS-TP-QTD (4)
           DISPLAY '          M ' WS-TP-QTD (5) ' R ' WS-TP-QTD (6)
                   ' T ' WS-TP-QTD (7) ' D ' WS-TP-QTD (8)

           STRING 'AVALIADOS '        DELIMITED BY SIZE
                  WS-TOT-AVALIADOS    DELIMITED BY SIZE
                  ' COM PENDENCIA '   DELIMITED BY SIZE
                  WS-TOT-COM-PEND     DELIMITED BY SIZE
                  ' PENDENCIAS '      DELIMITED BY SIZE
                  WS-TOT-PENDENCIAS   DELIMITED BY SIZE
                  ' NOTA '            DELIMITED BY SIZE
                  WS-MEDIA-NOTA       DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           STRING 'N '         DELIMITED BY SIZE
                  WS-TP-QTD (1) DELIMITED BY SIZE
                  ' S '         DELIMITED BY SIZE
                  WS-TP-QTD (2) DELIMITED BY SIZE
                  ' I '         DELIMITED BY SIZE
                  WS-TP-QTD (3) DELIMITED BY SIZE
                  ' E '         DELIMITED BY SIZE
                  WS-TP-QTD (4) DELIMITED BY SIZE
                  ' M '         DELIMITED BY SIZE
                  WS-TP-QTD (5) DELIMITED BY SIZE
                  ' R '         DELIMITED BY SIZE
                  WS-TP-QTD (6) DELIMITED BY SIZE
                  ' T '         DELIMITED BY SIZE
                  WS-TP-QTD (7) DELIMITED BY SIZE
                  ' D '         DELIMITED BY SIZE
                  WS-TP-QTD (8) DELIMITED BY SIZE
                  INTO WS-LINHA-SPOOL
           PERFORM P065-GRAVA-SPOOL THRU P065-FIM
           .
       P500-FIM.

       P950-FIM.
           GOBACK.
       END PROGRAM PROGQUAL.
