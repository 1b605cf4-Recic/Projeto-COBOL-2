      ******************************************************************
      * Copybook: FD-DISPONIB
      * Layout do registro do arquivo DISPONIB (disponibilidade do
      * professor no ano letivo, por dia da semana e turno). Em cada
      * tempo do turno fica a unidade em que o professor pode dar
      * aula: '****' em qualquer unidade, branco indisponivel. Usado
      * na geracao automatica do quadro de horarios (PROGQUAD); o
      * professor que atende mais de uma unidade tem os tempos de
      * cada uma marcados com a unidade.
      ******************************************************************
       01  REG-DISPONIB.
           03 CHAVE-DISPONIB.
               05 ID-PROFESSOR-DSP            PIC 9(05).
               05 ANO-DSP                     PIC 9(04).
               05 DIA-SEMANA-DSP              PIC 9(01).
               05 TURNO-DSP                   PIC X(01).
           03 UNID-TEMPO-DSP OCCURS 10 TIMES  PIC X(04).
           03 DT-DSP                          PIC 9(08).
           03 OPERADOR-DSP                    PIC X(20).
