      ******************************************************************
      * Copybook: FD-HORPROP
      * Layout do registro do arquivo HORPROP (proposta de quadro de
      * horarios gerada pelo PROGQUAD para uma unidade e ano letivo,
      * revisada antes de substituir o quadro em HORARIOS). Um
      * registro de cabecalho ('C', com data, operador, parametros e
      * situacao), um por turma abrangida ('T': o quadro dela e o que
      * sera substituido), um por aula colocada ('A', mesma
      * informacao do HORARIOS) e um por sobra ('S': aulas que nao
      * couberam, com o motivo, para a marcacao manual).
      ******************************************************************
       01  REG-HORPROP.
           03 TIPO-HPR                        PIC X(01).
              88 HPR-CABECALHO                VALUE 'C'.
              88 HPR-TURMA                    VALUE 'T'.
              88 HPR-AULA                     VALUE 'A'.
              88 HPR-SOBRA                    VALUE 'S'.
           03 ANO-HPR                         PIC 9(04).
           03 UNID-HPR                        PIC X(04).
           03 ID-TURMA-HPR                    PIC 9(05).
           03 ID-DISCIPLINA-HPR               PIC 9(05).
           03 DIA-SEMANA-HPR                  PIC 9(01).
           03 TEMPO-HPR                       PIC 9(02).
           03 ID-PROFESSOR-HPR                PIC 9(05).
           03 QTD-SOBRA-HPR                   PIC 9(02).
           03 MOTIVO-HPR                      PIC X(30).
      * Cabecalho: quem gerou, quando, limite de aulas da disciplina
      * por dia, dias letivos da semana e situacao da proposta.
           03 DT-HPR                          PIC 9(08).
           03 OPERADOR-HPR                    PIC X(20).
           03 MAX-DIA-HPR                     PIC 9(01).
           03 QTD-DIAS-HPR                    PIC 9(01).
           03 SITUACAO-HPR                    PIC X(01).
              88 HPR-PENDENTE                 VALUE 'P'.
              88 HPR-APLICADA                 VALUE 'A'.
