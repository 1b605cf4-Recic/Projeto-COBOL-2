      ******************************************************************
      * Copybook: FD-CARGAMIN
      * Layout do registro do arquivo CARGAMIN (carga horaria minima
      * anual de cada disciplina exigida pela matriz curricular, em
      * aulas, com o fundamento legal). Conferida pelo PROGCHCF contra
      * as aulas previstas no quadro de horarios e as aulas dadas no
      * diario de cada turma.
      ******************************************************************
       01  REG-CARGAMIN.
           03 ID-DISCIPLINA-CHM               PIC 9(05).
           03 AULAS-MIN-CHM                   PIC 9(04).
           03 FUNDAMENTO-CHM                  PIC X(30).
           03 OPERADOR-CHM                    PIC X(20).
           03 DATA-CHM                        PIC 9(08).
