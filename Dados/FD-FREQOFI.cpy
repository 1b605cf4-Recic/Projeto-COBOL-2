      ******************************************************************
      * Copybook: FD-FREQOFI
      * Layout do registro do arquivo FREQ-OFICINA (diario de
      * presenca das oficinas de contraturno: um registro por
      * oficina, data do encontro e aluno inscrito). Base do
      * relatorio mensal de participacao do tempo integral.
      ******************************************************************
       01  REG-FREQ-OFICINA.
           03 CHAVE-FREQ-OFI.
               05 ID-OFICINA-FOF              PIC 9(05).
               05 DATA-FOF                    PIC 9(08).
               05 ID-ALUNO-FOF                PIC 9(05).
           03 PRESENCA-FOF                    PIC X(01).
              88 FOF-PRESENTE                 VALUE 'P'.
              88 FOF-FALTA                    VALUE 'F'.
           03 OPERADOR-FOF                    PIC X(20).
           03 DATA-LANC-FOF                   PIC 9(08).
