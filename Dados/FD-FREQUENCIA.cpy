      * Copybook: FD-FREQUENCIA
      * Layout do registro do arquivo FREQUENCIA (diario de faltas por
      * aluno, disciplina e trimestre; a frequencia anual do aluno e
      * apurada a partir destes lancamentos). Chave alternativa (com
      * duplicatas) CHAVE-DISC-FRQ, formada pela disciplina e pelo
      * trimestre, para os lancamentos da disciplina no periodo;
      * arquivos antigos sao reconstruidos uma vez pelo PROGCHAV.
      ******************************************************************
       01  REG-FREQUENCIA.
           03 CHAVE-FREQUENCIA.
