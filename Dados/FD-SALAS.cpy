      ******************************************************************
      * Copybook: FD-SALAS
      * Layout do registro do arquivo SALAS (salas, laboratorios e
      * quadras de cada unidade, com capacidade e acessibilidade;
      * base do ensalamento das aulas do quadro de horarios).
      ******************************************************************
       01  REG-SALA.
           03 ID-SALA                         PIC 9(05).
           03 DS-SALA                         PIC X(20).
           03 UNIDADE-SALA                    PIC X(04).
           03 CAPACIDADE-SALA                 PIC 9(03).
           03 TIPO-SALA                       PIC X(01).
              88 SALA-COMUM                   VALUE 'C'.
              88 SALA-LABORATORIO             VALUE 'L'.
              88 SALA-QUADRA                  VALUE 'Q'.
              88 SALA-TIPO-VALIDO             VALUE 'C' 'L' 'Q'.
           03 ACESSIVEL-SALA                  PIC X(01).
              88 SALA-ACESSIVEL               VALUE 'S'.
           03 SITUACAO-SALA                   PIC X(01).
              88 SALA-ATIVA                   VALUE 'A' SPACE.
              88 SALA-INATIVA                 VALUE 'I'.
           03 FILLER                          PIC X(10).
