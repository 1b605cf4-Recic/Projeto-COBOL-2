      ******************************************************************
      * Copybook: CONFCARGA
      * Area de chamada do PROGCHCF (cumprimento da carga horaria por
      * turma e disciplina). O chamador informa ano, periodo e turma
      * (zero = todas) e recebe quantas turmas/disciplinas foram
      * conferidas, quantas tem menos aulas dadas que as previstas no
      * periodo (reposicao pendente) e quantas nao chegam ao minimo
      * anual da disciplina.
      ******************************************************************
       01  WS-CONF-CARGA.
           03 WS-CCH-ANO                      PIC 9(04) VALUE ZERO.
           03 WS-CCH-PERIODO                  PIC 9(02) VALUE ZERO.
           03 WS-CCH-TURMA                    PIC 9(05) VALUE ZERO.
      * 'S' lista na tela os deficits do periodo; 'R' emite o relatorio
      * completo em tela e spool; 'N' so conta.
           03 WS-CCH-LISTA                    PIC X(01) VALUE 'N'.
           03 WS-CCH-QTD-ITENS                PIC 9(05) VALUE ZERO.
           03 WS-CCH-QTD-DEFICIT              PIC 9(05) VALUE ZERO.
           03 WS-CCH-QTD-ABAIXO-MIN           PIC 9(05) VALUE ZERO.
           03 WS-CCH-RESULTADO                PIC X(01) VALUE 'S'.
              88 CCH-CARGA-OK                 VALUE 'S'.
              88 CCH-CARGA-DEFICIT            VALUE 'N'.
              88 CCH-CONFERENCIA-ERRO         VALUE 'E'.
