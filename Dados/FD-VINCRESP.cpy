      ******************************************************************
      * Copybook: FD-VINCRESP
      * Layout do registro do arquivo VINCRESP (vinculo de cada aluno
      * com o seu responsavel no cadastro de familias, com o grau de
      * parentesco). Um vinculo por aluno; a chave alternativa pelo
      * responsavel reune os irmaos da mesma familia.
      ******************************************************************
       01  REG-VINCRESP.
           03 ID-ALUNO-VRS                    PIC 9(05).
           03 ID-RSP-VRS                      PIC 9(05).
           03 PARENTESCO-VRS                  PIC X(01).
              88 VRS-MAE                      VALUE 'M'.
              88 VRS-PAI                      VALUE 'P'.
              88 VRS-AVO                      VALUE 'A'.
              88 VRS-TIO                      VALUE 'T'.
              88 VRS-IRMAO                    VALUE 'I'.
              88 VRS-LEGAL                    VALUE 'L'.
              88 VRS-OUTRO                    VALUE 'O'.
              88 VRS-PARENTESCO-VALIDO        VALUE 'M' 'P' 'A' 'T'
                                                    'I' 'L' 'O'.
           03 OPERADOR-VRS                    PIC X(20).
           03 DATA-VRS                        PIC 9(08).
           03 FILLER                          PIC X(10).
