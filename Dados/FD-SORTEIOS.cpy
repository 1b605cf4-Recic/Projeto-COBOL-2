      ******************************************************************
      * Copybook: FD-SORTEIOS
      * Layout do registro do arquivo SORTEIOS (sorteio publico de
      * vagas de uma serie: o ID e o numero da ata). A semente do
      * gerador (X = X * 16807 MOD 2147483647) e a ordem de inscricao
      * dos candidatos de cada grupo tornam o sorteio reproduzivel:
      * a conferencia refaz o calculo e compara com a ordem gravada
      * em CANDIDATOS.
      ******************************************************************
       01  REG-SORTEIO.
           03 ID-SORTEIO                      PIC 9(05).
           03 ID-SERIE-SRT                    PIC 9(05).
           03 DS-SERIE-SRT                    PIC X(20).
           03 ANO-SRT                         PIC 9(04).
           03 UNIDADE-SRT                     PIC X(04).
           03 TURMA-SRT                       PIC 9(05).
           03 DATA-SRT                        PIC 9(08).
           03 HORA-SRT                        PIC 9(08).
           03 SEMENTE-SRT                     PIC 9(10).
           03 VAGAS-SRT                       PIC 9(03).
           03 QTD-CAND-SRT                    PIC 9(04).
           03 QTD-CONTEMPL-SRT                PIC 9(04).
           03 QTD-ESPERA-SRT                  PIC 9(04).
           03 QTD-GRUPO-SRT OCCURS 5 TIMES    PIC 9(04).
           03 TESTEMUNHA-SRT OCCURS 3 TIMES   PIC X(30).
           03 OPERADOR-SRT                    PIC X(20).
           03 FILLER                          PIC X(10).
