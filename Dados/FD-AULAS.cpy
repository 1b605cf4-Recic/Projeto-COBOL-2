      ******************************************************************
      * Copybook: FD-AULAS
      * Layout do registro do arquivo AULAS (diario de conteudos: o
      * conteudo ministrado pelo professor em cada aula, identificada
      * pela disciplina, turma, data e tempo inicial; a chave comeca
      * pela disciplina e turma para a impressao das paginas de
      * conteudo do diario de classe em ordem de data). QTD-AULAS-AUL
      * e o numero de tempos seguidos (aulas geminadas) a partir do
      * tempo da chave, e o periodo do calendario letivo e gravado no
      * registro.
      ******************************************************************
       01  REG-AULA.
           03 CHAVE-AULA.
               05 ID-DISCIPLINA-AUL           PIC 9(05).
               05 ID-TURMA-AUL                PIC 9(05).
               05 DATA-AUL                    PIC 9(08).
               05 TEMPO-AUL                   PIC 9(02).
           03 QTD-AULAS-AUL                   PIC 9(02).
           03 TRIM-AUL                        PIC 9(02).
           03 DS-CONTEUDO-AUL                 PIC X(50).
           03 OPERADOR-AUL                    PIC X(20).
           03 DATA-REG-AUL                    PIC 9(08).
