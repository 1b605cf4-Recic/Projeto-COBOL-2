      ******************************************************************
      * Copybook: FD-DISCIPLINAS
      * Layout do registro do arquivo DISCIPLINAS.
      * TIPO-AVAL-DISC 'P': disciplina avaliada por parecer descritivo
      * (anos iniciais, educacao especial), registrado no PARECERES
      * pelo PROGPARE no lugar da nota.
      ******************************************************************
       01  REG-DISCIPLINA.
           03 ID-DISCIPLINA                   PIC 9(05).
           03 TIPO-AVAL-DISC                  PIC X(01).
              88 AVAL-NUMERICA                VALUE 'N' SPACE.
              88 AVAL-CONCEITO                VALUE 'C'.
              88 AVAL-PARECER                 VALUE 'P'.
