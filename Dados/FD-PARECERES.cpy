      ******************************************************************
      * Copybook: FD-PARECERES
      * Layout do registro do arquivo PARECERES (parecer descritivo
      * do aluno por ano letivo e periodo, gravado pelo PROGPARE).
      * ID-DISCIPLINA-PAR zero e o parecer geral do periodo, que vale
      * para todas as disciplinas avaliadas por parecer; a conferencia
      * de fechamento (PROGPARC) aceita o da disciplina ou o geral.
      ******************************************************************
       01  REG-PARECER.
           03 CHAVE-PARECER.
               05 ID-ALUNO-PAR                PIC 9(05).
               05 ANO-PAR                     PIC 9(04).
               05 PERIODO-PAR                 PIC 9(02).
               05 ID-DISCIPLINA-PAR           PIC 9(05).
           03 QTD-LINHAS-PAR                  PIC 9(01).
           03 LINHA-PAR OCCURS 6 TIMES        PIC X(70).
           03 AUTOR-PAR                       PIC X(20).
           03 DT-PARECER                      PIC 9(08).
           03 FILLER                          PIC X(10).
