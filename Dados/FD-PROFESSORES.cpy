           03 NM-PROFESSOR                    PIC X(20).
           03 TL-PROFESSOR                    PIC X(20).
           03 FM-PROFESSOR                    PIC X(20).
      * Lotacao: carga horaria semanal contratada e, dentro dela, as
      * horas de hora-atividade (planejamento, fora de sala); as
      * aulas disponiveis para atribuicao sao a diferenca.
           03 CH-SEMANAL-PROF                 PIC 9(02).
           03 CH-ATIVIDADE-PROF               PIC 9(02).
