      * Copybook: FD-MATRICULA
      * Layout do registro do arquivo MATRICULA (vinculo aluno x
      * disciplina usado para validar a inclusao de notas).
      * Chaves alternativas (com duplicatas): CHAVE-TURMA-MAT, formada
      * por TURMA-MATRICULA e ANO-MATRICULA, para o elenco da turma no
      * ano letivo, e ID-DISCIPLINA-MAT, para as matriculas da
      * disciplina. Arquivos gravados antes das chaves alternativas
      * devem ser reconstruidos uma vez pelo PROGCHAV.
      ******************************************************************
       01  REG-MATRICULA.
           03 CHAVE-MATRICULA.
