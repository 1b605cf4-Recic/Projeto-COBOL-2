      ******************************************************************
      * Copybook: VERSOES
      * Versao de layout dos arquivos com que o programa e compilado.
      * Ao acrescentar campos em FD-ALUNOS, FD-NOTAS, FD-DISCIPLINAS,
      * FD-PROFESSORES ou FD-USUARIOS suba a versao aqui e cadastre o
      * tamanho novo na tabela de layouts do PROGMIGR (chaves
      * VER-ALUNOS, VER-NOTAS, VER-DISCIP, VER-PROFES e VER-USUARI no
      * CONTROLE). O PROGVERS compara estas versoes com as
      * registradas no CONTROLE e recusa o programa desatualizado.
      * A versao da AUDITORIA (chave VER-AUDIT) e registrada pelo
      * PROGCADV ao selar a trilha gravada no layout anterior, ou pelo
      * PROGCADA ao abrir a cadeia numa trilha ainda sem registros.
      ******************************************************************
       01  WS-VERSOES-LAYOUT.
           03 WS-VL-ALUNOS                    PIC 9(03) VALUE 6.
           03 WS-VL-NOTAS                     PIC 9(03) VALUE 3.
           03 WS-VL-DISCIPLINAS               PIC 9(03) VALUE 3.
           03 WS-VL-AUDITORIA                 PIC 9(03) VALUE 2.
           03 WS-VL-PROFESSORES               PIC 9(03) VALUE 2.
           03 WS-VL-USUARIOS                  PIC 9(03) VALUE 2.
      * Arquivos que o programa abre ('S'), marcados antes da chamada.
           03 WS-VL-USA-ALUNOS                PIC X(01) VALUE 'N'.
           03 WS-VL-USA-NOTAS                 PIC X(01) VALUE 'N'.
           03 WS-VL-USA-DISCIPLINAS           PIC X(01) VALUE 'N'.
      * Todo modulo grava na trilha de auditoria: conferida sempre.
           03 WS-VL-USA-AUDITORIA             PIC X(01) VALUE 'S'.
           03 WS-VL-USA-PROFESSORES           PIC X(01) VALUE 'N'.
           03 WS-VL-USA-USUARIOS              PIC X(01) VALUE 'N'.
           03 WS-VL-RESULTADO                 PIC X(01) VALUE 'S'.
              88 VL-VERSAO-OK                 VALUE 'S'.
