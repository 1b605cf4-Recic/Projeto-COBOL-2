      ******************************************************************
      * Copybook: FD-INSCOFI
      * Layout do registro do arquivo INSCR-OFICINA (inscricao do
      * aluno numa oficina de contraturno). A inscricao cancelada
      * continua no arquivo com a data do cancelamento, para o
      * relatorio mensal do mes em que o aluno ainda participava.
      ******************************************************************
       01  REG-INSCR-OFICINA.
           03 CHAVE-INSCR-OFI.
               05 ID-OFICINA-INS              PIC 9(05).
               05 ID-ALUNO-INS                PIC 9(05).
           03 DATA-INS                        PIC 9(08).
           03 SITUACAO-INS                    PIC X(01).
              88 INSCRICAO-ATIVA              VALUE 'A'.
              88 INSCRICAO-CANCELADA          VALUE 'C'.
           03 DATA-CANCEL-INS                 PIC 9(08).
           03 OPERADOR-INS                    PIC X(20).
           03 FILLER                          PIC X(10).
