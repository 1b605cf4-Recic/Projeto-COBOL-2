      ******************************************************************
      * Copybook: FD-OFICINAS
      * Layout do registro do arquivo OFICINAS (atividades de
      * contraturno do tempo integral: reforco, esporte, musica...;
      * monitor, dia da semana (1=segunda a 6=sabado), horario,
      * capacidade e unidade). O turno e deduzido do horario de
      * inicio e e a base do controle de choque com o turno da turma
      * e com a rota do transporte do aluno.
      ******************************************************************
       01  REG-OFICINA.
           03 ID-OFICINA                      PIC 9(05).
           03 DS-OFICINA                      PIC X(20).
           03 TIPO-OFICINA                    PIC X(01).
              88 OFICINA-REFORCO              VALUE 'R'.
              88 OFICINA-ESPORTE              VALUE 'E'.
              88 OFICINA-MUSICA               VALUE 'M'.
              88 OFICINA-OUTRA                VALUE 'O'.
              88 OFICINA-TIPO-VALIDO          VALUE 'R' 'E' 'M' 'O'.
           03 MONITOR-OFICINA                 PIC X(20).
           03 DIA-SEMANA-OFI                  PIC 9(01).
           03 HORA-INI-OFI                    PIC 9(04).
           03 HORA-FIM-OFI                    PIC 9(04).
           03 TURNO-OFICINA                   PIC X(01).
           03 CAPACIDADE-OFI                  PIC 9(03).
           03 UNIDADE-OFI                     PIC X(04).
           03 ANO-OFICINA                     PIC 9(04).
           03 SITUACAO-OFI                    PIC X(01).
              88 OFICINA-ATIVA                VALUE 'A' SPACE.
              88 OFICINA-ENCERRADA            VALUE 'E'.
           03 FILLER                          PIC X(10).
