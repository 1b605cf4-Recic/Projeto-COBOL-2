      ******************************************************************
      * Copybook: FD-FERIADOS
      * Layout do registro do arquivo FERIADOS (datas de feriados e
      * recessos do calendario letivo, uma por registro; o total por
      * periodo continua em FERIADOS-CAL, e as datas servem para
      * recusar a marcacao de prova em dia sem aula).
      ******************************************************************
       01  REG-FERIADO.
           03 DATA-FER                        PIC 9(08).
           03 DS-FERIADO                      PIC X(30).
