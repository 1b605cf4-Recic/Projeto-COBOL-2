      *          central de relatorios, aplicando um deslocamento de
      *          IDs por unidade quando os campi ainda nao usam as
      *          faixas reservadas do CONTROLE (CONTROLE_FAIXA_BASE).
      *          Os arquivos da unidade de origem devem estar no
      *          layout corrente (PROGMIGR e PROGCHAV ja executados).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMERG.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY CHAVE-MATRICULA
           ALTERNATE RECORD KEY CHAVE-TURMA-MAT =
           TURMA-MATRICULA ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY ID-DISCIPLINA-MAT
           WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY SRC-CHAVE-MATRICULA
           ALTERNATE RECORD KEY SRC-CHAVE-TURMA-MAT =
           SRC-TURMA-MATRICULA SRC-ANO-MATRICULA WITH DUPLICATES
           ALTERNATE RECORD KEY SRC-ID-DISCIPLINA-MAT
           WITH DUPLICATES
           FILE STATUS IS WS-FS-SRC.

      ******************************************************************
           03 SRC-NM-PAI-ALUNO                PIC X(20).
           03 SRC-END-ALUNO                   PIC X(40).
           03 SRC-INEP-ALUNO                  PIC 9(12).
           03 SRC-CARTEIRA-ALUNO              PIC 9(08).
           03 SRC-NIS-ALUNO                   PIC 9(11).
           03 SRC-SMS-ALUNO                   PIC X(01).
           03 SRC-NM-SOCIAL-ALUNO             PIC X(20).
           03 SRC-DT-NM-SOCIAL-ALUNO          PIC 9(08).
           03 SRC-REQ-NM-SOCIAL-ALUNO         PIC X(01).
           03 SRC-PASSE-ALUNO                 PIC X(01).
           03 SRC-CARTAO-PASSE-ALUNO          PIC X(16).
           03 SRC-DT-BLOQ-PASSE-ALUNO         PIC 9(08).

       FD  SRC-DISCIPLINAS.
       01  REG-SRC-DISCIPLINA.
       77  WS-TOT-INSERIDOS                  PIC 9(06) VALUE ZERO.
       77  WS-TOT-IGNORADOS                  PIC 9(06) VALUE ZERO.

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

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
           DISPLAY 'CONSOLIDACAO MULTI-UNIDADE NA BASE CENTRAL'
                    MOVE SRC-NM-PAI-ALUNO TO NM-PAI-ALUNO
                    MOVE SRC-END-ALUNO TO END-ALUNO
                    MOVE SRC-INEP-ALUNO TO INEP-ALUNO
                    MOVE SRC-CARTEIRA-ALUNO TO CARTEIRA-ALUNO
                    MOVE SRC-NIS-ALUNO TO NIS-ALUNO
                    MOVE SRC-SMS-ALUNO TO SMS-ALUNO
                    MOVE SRC-NM-SOCIAL-ALUNO TO NM-SOCIAL-ALUNO
                    MOVE SRC-DT-NM-SOCIAL-ALUNO TO DT-NM-SOCIAL-ALUNO
                    MOVE SRC-REQ-NM-SOCIAL-ALUNO TO REQ-NM-SOCIAL-ALUNO
                    MOVE SRC-PASSE-ALUNO TO PASSE-ALUNO
                    MOVE SRC-CARTAO-PASSE-ALUNO TO CARTAO-PASSE-ALUNO
                    MOVE SRC-DT-BLOQ-PASSE-ALUNO TO DT-BLOQ-PASSE-ALUNO
                    WRITE REG-ALUNO
                       INVALID KEY
                          ADD 1 TO WS-CONT-IGNORADOS
