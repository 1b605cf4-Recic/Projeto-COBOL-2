      ******************************************************************
      * Copybook: FD-MERENDA
      * Layout do registro do arquivo MERENDA (quantitativo diario de
      * refeicoes servidas, apurado das leituras da catraca do dia:
      * um registro por data e turma, com a unidade e o turno da
      * turma, os matriculados, os presentes - refeicoes - e quantos
      * deles tem restricao alimentar na ficha de saude - porcoes de
      * dieta especial; o resumo mensal do PNAE soma estes registros).
      ******************************************************************
       01  REG-MERENDA.
           03 CHAVE-MERENDA.
               05 DATA-MER                    PIC 9(08).
               05 TURMA-MER                   PIC 9(05).
           03 UNIDADE-MER                     PIC X(04).
           03 TURNO-MER                       PIC X(01).
           03 MATRICULADOS-MER                PIC 9(04).
           03 REFEICOES-MER                   PIC 9(04).
           03 DIETA-ESP-MER                   PIC 9(04).
           03 OPERADOR-MER                    PIC X(20).
           03 DATA-APUR-MER                   PIC 9(08).
