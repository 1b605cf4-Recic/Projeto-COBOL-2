      ******************************************************************
      * Copybook: CONFPARECER
      * Area de chamada do PROGPARC (conferencia de pareceres antes do
      * fechamento do periodo). O chamador informa ano, periodo e
      * turma (zero = todas) e recebe quantas matriculas em disciplina
      * avaliada por parecer existem e quantas estao sem parecer.
      ******************************************************************
       01  WS-CONF-PARECER.
           03 WS-CPR-ANO                      PIC 9(04) VALUE ZERO.
           03 WS-CPR-PERIODO                  PIC 9(02) VALUE ZERO.
           03 WS-CPR-TURMA                    PIC 9(05) VALUE ZERO.
      * 'S' lista na tela cada aluno sem parecer.
           03 WS-CPR-LISTA                    PIC X(01) VALUE 'N'.
           03 WS-CPR-QTD-EXIGIDOS             PIC 9(05) VALUE ZERO.
           03 WS-CPR-QTD-FALTANTES            PIC 9(05) VALUE ZERO.
           03 WS-CPR-RESULTADO                PIC X(01) VALUE 'S'.
              88 CPR-PARECERES-OK             VALUE 'S'.
              88 CPR-PARECERES-FALTAM         VALUE 'N'.
              88 CPR-CONFERENCIA-ERRO         VALUE 'E'.
