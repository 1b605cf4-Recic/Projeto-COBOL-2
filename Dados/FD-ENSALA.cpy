      ******************************************************************
      * Copybook: FD-ENSALA
      * Layout do registro do arquivo ENSALA (ensalamento: sala em que
      * acontece cada aula do quadro de horarios). A chave e a mesma
      * do HORARIOS (turma, disciplina, dia e tempo); a chave
      * alternativa CHAVE-SALA-ENS (sala, dia e tempo, com duplicatas)
      * localiza quem ocupa a sala no dia/tempo para o controle de
      * choque de sala.
      ******************************************************************
       01  REG-ENSALA.
           03 CHAVE-ENSALA.
               05 ID-TURMA-ENS                PIC 9(05).
               05 ID-DISCIPLINA-ENS           PIC 9(05).
               05 DIA-SEMANA-ENS              PIC 9(01).
               05 TEMPO-ENS                   PIC 9(02).
           03 ID-SALA-ENS                     PIC 9(05).
           03 DT-ENSALA                       PIC 9(08).
           03 OPERADOR-ENS                    PIC X(20).
           03 FILLER                          PIC X(10).
