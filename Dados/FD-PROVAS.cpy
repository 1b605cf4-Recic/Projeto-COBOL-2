      ******************************************************************
      * Copybook: FD-PROVAS
      * Layout do registro do arquivo PROVAS (calendario de provas:
      * uma prova por registro, identificada pela turma, data, tempo
      * de aula e disciplina; a chave comeca pela turma e pela data
      * para a contagem de provas do dia e o choque de tempo, e o
      * periodo do calendario letivo e gravado na marcacao).
      ******************************************************************
       01  REG-PROVA.
           03 CHAVE-PROVA.
               05 ID-TURMA-PRV                PIC 9(05).
               05 DATA-PRV                    PIC 9(08).
               05 TEMPO-PRV                   PIC 9(02).
               05 ID-DISCIPLINA-PRV           PIC 9(05).
           03 TRIM-PRV                        PIC 9(02).
           03 DS-PROVA                        PIC X(30).
           03 OPERADOR-PRV                    PIC X(20).
           03 DATA-MARC-PRV                   PIC 9(08).
