      * Copybook: FD-AUDITORIA
      * Layout do registro do arquivo AUDITORIA (trilha de auditoria
      * de inclusoes, alteracoes e exclusoes nos cadastros).
      * Sequencia, resumo das imagens e valor de encadeamento sao
      * preenchidos pelo PROGCADA na gravacao e conferidos pelo
      * PROGCADV; AUD-EXPURGO marca imagens anonimizadas (LGPD).
      ******************************************************************
       01  REG-AUDITORIA.
           03 AUD-DATA                        PIC 9(08).
           03 AUD-VALOR-DEPOIS                PIC X(200).
           03 AUD-MOTIVO                       PIC X(20).
           03 AUD-RESPONSAVEL                  PIC X(20).
           03 AUD-SEQUENCIA                   PIC 9(09).
           03 AUD-RESUMO                      PIC 9(18).
           03 AUD-CADEIA                      PIC 9(18).
           03 AUD-EXPURGO                     PIC X(01).
              88 AUD-IMAGEM-EXPURGADA         VALUE 'S'.
