           COPY FD-AUDITORIA.

       FD  AUD-TEMP.
       01  REG-AUD-TEMP                       PIC X(585).

       FD  HIST-AUDITORIA.
       01  REG-HIST-AUD                       PIC X(585).

      ******************************************************************
       WORKING-STORAGE SECTION.
              05 WS-RES-OPERACAO             PIC X(10).
              05 WS-RES-QUANTIDADE           PIC 9(06).

           COPY VERSOES.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

           PERFORM P010-DEFINE-CAMINHOS THRU P010-FIM

      * Versao de layout da trilha (PROGVERS): trilha ainda no
      * layout anterior ao selo nao e lida com o layout atual.
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGVERS'
              USING WS-VERSOES-LAYOUT
              ON EXCEPTION
                 CONTINUE
           END-CALL
           IF NOT VL-VERSAO-OK
              DISPLAY 'PROGRAMA DESATUALIZADO PARA O LAYOUT DOS '
                      'ARQUIVOS. OPERACAO RECUSADA.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY ' '
           DISPLAY '***************************************************'
           DISPLAY 'ARQUIVAMENTO DA TRILHA DE AUDITORIA'
