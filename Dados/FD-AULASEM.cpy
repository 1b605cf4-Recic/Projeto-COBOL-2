      ******************************************************************
      * Copybook: FD-AULASEM
      * Layout do registro do arquivo AULASEM (aulas semanais de cada
      * disciplina da grade da serie). Base da demanda de aulas de
      * cada turma na geracao automatica do quadro de horarios
      * (PROGQUAD): a turma segue a serie das suas matriculas.
      ******************************************************************
       01  REG-AULASEM.
           03 CHAVE-AULASEM.
               05 ID-SERIE-ASM                PIC 9(05).
               05 ID-DISCIPLINA-ASM           PIC 9(05).
           03 AULAS-SEM-ASM                   PIC 9(02).
           03 DT-ASM                          PIC 9(08).
           03 OPERADOR-ASM                    PIC X(20).
