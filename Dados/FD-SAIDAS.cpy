      ******************************************************************
      * Copybook: FD-SAIDAS
      * Layout do registro do arquivo SAIDAS (livro da portaria com
      * cada saida antecipada de aluno: data e hora, quem retirou,
      * documento conferido, motivo, primeiro tempo de aula perdido,
      * total de aulas lancadas como falta e o operador). Sequencial
      * estendido a cada saida; sequencial do autorizado 00 indica o
      * responsavel do cadastro do aluno.
      ******************************************************************
       01  REG-SAIDA.
           03 DATA-SAI                        PIC 9(08).
           03 HORA-SAI                        PIC 9(08).
           03 ID-ALUNO-SAI                    PIC 9(05).
           03 SEQ-AUT-SAI                     PIC 9(02).
           03 NM-RETIROU-SAI                  PIC X(20).
           03 DOC-RETIROU-SAI                 PIC X(15).
           03 MOTIVO-SAI                      PIC X(30).
           03 TEMPO-SAI                       PIC 9(02).
           03 AULAS-PERDIDAS-SAI              PIC 9(02).
           03 OPERADOR-SAI                    PIC X(20).
           03 TERMINAL-SAI                    PIC X(20).
