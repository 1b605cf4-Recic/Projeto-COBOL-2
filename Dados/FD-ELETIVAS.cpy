      ******************************************************************
      * Copybook: FD-ELETIVAS
      * Layout do registro do arquivo ELETIVAS (inscricao do aluno nos
      * componentes eletivos do ano, com ate cinco disciplinas em
      * ordem de preferencia, gravada pelo PROGELET). A alocacao em
      * lote marca o resultado de cada opcao, a serie e a media usadas
      * na prioridade e a situacao final da inscricao.
      ******************************************************************
       01  REG-ELETIVA.
           03 CHAVE-ELETIVA.
               05 ANO-ELT                     PIC 9(04).
               05 ID-ALUNO-ELT                PIC 9(05).
           03 DT-INSCRICAO-ELT                PIC 9(08).
           03 QTD-OPCOES-ELT                  PIC 9(01).
           03 OPCAO-ELT OCCURS 5 TIMES.
      * Resultado da opcao na alocacao: 'A' alocada, 'M' ja
      * matriculado, 'V' sem vaga, 'P' sem pre-requisito, 'H' choque
      * de horario; branco = nao avaliada.
               05 ID-DISC-OPC-ELT             PIC 9(05).
               05 RESULT-OPC-ELT              PIC X(01).
                  88 OPC-ALOCADA              VALUE 'A' 'M'.
           03 ID-SERIE-ELT                    PIC 9(05).
           03 MEDIA-ELT                       PIC 9(02)V99.
           03 STATUS-ELT                      PIC X(01).
              88 ELT-INSCRITA                 VALUE 'I'.
              88 ELT-ALOCADA                  VALUE 'A'.
              88 ELT-SEM-ALOCACAO             VALUE 'N'.
           03 DT-ALOCACAO-ELT                 PIC 9(08).
           03 OPERADOR-ELT                    PIC X(20).
           03 FILLER                          PIC X(10).
