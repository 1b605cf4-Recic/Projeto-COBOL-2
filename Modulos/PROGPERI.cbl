      *          letivo contra novos lancamentos e alteracoes de nota,
      *          e reabre quando necessario com motivo obrigatorio,
      *          sempre com auditoria. Os modulos de lancamento
      *          consultam o arquivo PERIODOS antes de gravar. Nas
      *          disciplinas avaliadas por parecer descritivo o
      *          fechamento exige o parecer de todos os alunos. Com
      *          deficit de aulas dadas contra as previstas (PROGCHCF)
      *          so a direcao fecha, com motivo da reposicao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPERI.
       77  WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                      VALUE 0.

       77  WS-RC-AUD                         PIC S9(09) VALUE ZERO.

       77  WS-EOF                            PIC X.
           88 EOF-OK                         VALUE 'S' FALSE 'N'.


       77  WS-DATA-HOJE                      PIC 9(08) VALUE ZERO.

           COPY CONFPARECER.

           COPY CONFCARGA.

      ******************************************************************
       LINKAGE SECTION.
       01  LK-COM-AREA.

           PERFORM P350-AVISA-CALENDARIO THRU P350-FIM

      * Disciplinas avaliadas por parecer descritivo: o periodo so
      * fecha com o parecer de todos os alunos (PROGPARC).
           MOVE WS-ANO-ALVO  TO WS-CPR-ANO
           MOVE WS-TRIM-ALVO TO WS-CPR-PERIODO
           MOVE ZERO         TO WS-CPR-TURMA
           MOVE 'S'          TO WS-CPR-LISTA
           MOVE ZERO         TO RETURN-CODE
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGPARC'
              USING WS-CONF-PARECER
              ON EXCEPTION
                 DISPLAY 'MODULO DE CONFERENCIA DE PARECERES '
                         'INDISPONIVEL. FECHAMENTO RECUSADO.'
                 GO TO P300-FIM
           END-CALL

      * RC 8: modulo recusado pelo PROGVERS (layout dos arquivos).
           IF RETURN-CODE EQUAL 8
              MOVE ZERO TO RETURN-CODE
              DISPLAY 'CONFERENCIA DE PARECERES NAO REALIZADA '
                      '(LAYOUT DOS ARQUIVOS). FECHAMENTO RECUSADO.'
              GO TO P300-FIM
           END-IF

           IF CPR-CONFERENCIA-ERRO
              DISPLAY 'CONFERENCIA DE PARECERES NAO CONCLUIDA. '
                      'FECHAMENTO RECUSADO.'
              GO TO P300-FIM
           END-IF

           IF CPR-PARECERES-FALTAM
              DISPLAY WS-CPR-QTD-FALTANTES ' MATRICULA(S) SEM PARECER '
                      'DESCRITIVO NO PERIODO. REGISTRE OS PARECERES '
                      'ANTES DE FECHAR.'
              GO TO P300-FIM
           END-IF

      * Carga horaria: com turma/disciplina em deficit de aulas dadas
      * no periodo (PROGCHCF) a reposicao deve ser programada antes;
      * so a direcao fecha assim, com motivo obrigatorio.
           MOVE SPACE        TO WS-MOTIVO
           MOVE WS-ANO-ALVO  TO WS-CCH-ANO
           MOVE WS-TRIM-ALVO TO WS-CCH-PERIODO
           MOVE ZERO         TO WS-CCH-TURMA
           MOVE 'S'          TO WS-CCH-LISTA
           MOVE ZERO         TO RETURN-CODE
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCHCF'
              USING WS-CONF-CARGA
              ON EXCEPTION
                 DISPLAY 'MODULO DE CONFERENCIA DE CARGA HORARIA '
                         'INDISPONIVEL. FECHAMENTO RECUSADO.'
                 GO TO P300-FIM
           END-CALL

      * RC 8: modulo recusado pelo PROGVERS (layout dos arquivos).
           IF RETURN-CODE EQUAL 8
              MOVE ZERO TO RETURN-CODE
              DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO REALIZADA '
                      '(LAYOUT DOS ARQUIVOS). FECHAMENTO RECUSADO.'
              GO TO P300-FIM
           END-IF

           IF CCH-CONFERENCIA-ERRO
              DISPLAY 'CONFERENCIA DE CARGA HORARIA NAO CONCLUIDA. '
                      'FECHAMENTO RECUSADO.'
              GO TO P300-FIM
           END-IF

           IF CCH-CARGA-DEFICIT
              DISPLAY WS-CCH-QTD-DEFICIT ' TURMA(S)/DISCIPLINA(S) COM '
                      'DEFICIT DE AULAS NO PERIODO. PROGRAME A '
                      'REPOSICAO ANTES DE FECHAR.'
              IF LK-PERFIL NOT EQUAL 'D'
                 DISPLAY 'COM REPOSICAO PENDENTE SO A DIRECAO FECHA O '
                         'PERIODO.'
                 GO TO P300-FIM
              END-IF
              PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACE
                 DISPLAY 'Informe o motivo/plano de reposicao '
                         '(obrigatorio): '
                 ACCEPT WS-MOTIVO
              END-PERFORM
           END-IF

           DISPLAY 'TECLE: <S> para FECHAR o periodo ' WS-TRIM-ALVO
                   ' de ' WS-ANO-ALVO ' ou <QUALQUER TECLA> para '
                   'cancelar.'
                    MOVE WS-ANO-ALVO  TO ANO-PERIODO
                    MOVE WS-TRIM-ALVO TO TRIM-PERIODO
                    MOVE 'F' TO STATUS-PERIODO
                    MOVE WS-MOTIVO TO MOTIVO-PERIODO
                    MOVE LK-OPERADOR TO OPERADOR-PERIODO
                    ACCEPT DATA-PERIODO FROM DATE YYYYMMDD
                    WRITE REG-PERIODO
                    END-WRITE
                 NOT INVALID KEY
                    MOVE 'F' TO STATUS-PERIODO
                    MOVE WS-MOTIVO TO MOTIVO-PERIODO
                    MOVE LK-OPERADOR TO OPERADOR-PERIODO
                    ACCEPT DATA-PERIODO FROM DATE YYYYMMDD
                    REWRITE REG-PERIODO
              MOVE 'FECHA-PER'  TO AUD-OPERACAO
              MOVE 'PERIODOS'   TO AUD-ARQUIVO
              MOVE CHAVE-PERIODO TO AUD-CHAVE
              MOVE WS-MOTIVO(1:20) TO AUD-MOTIVO
              MOVE LK-OPERADOR  TO AUD-RESPONSAVEL
              MOVE 'ABERTO'     TO AUD-VALOR-ANTES
              IF WS-MOTIVO EQUAL SPACE
                 MOVE 'FECHADO' TO AUD-VALOR-DEPOIS
              ELSE
                 MOVE 'FECHADO COM REPOSICAO DE AULAS PENDENTE'
                    TO AUD-VALOR-DEPOIS
              END-IF
              PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           ELSE
              DISPLAY 'ERRO AO GRAVAR O PERIODO.'

           MOVE 'PROGPERI' TO AUD-PROGRAMA

      * Gravacao selada pelo PROGCADA; sem o modulo, grava sem selo.
           MOVE RETURN-CODE TO WS-RC-AUD
           CALL
           '/home/recic/Dev/Cobol/Desafio M3/Modulos/PROGCADA'
              USING REG-AUDITORIA
              ON EXCEPTION
                 GO TO P800-SEM-SELO
           END-CALL
           MOVE WS-RC-AUD TO RETURN-CODE
           GO TO P800-FIM
           .
       P800-SEM-SELO.

           MOVE WS-RC-AUD TO RETURN-CODE
           MOVE ZERO  TO AUD-SEQUENCIA
           MOVE ZERO  TO AUD-RESUMO
           MOVE ZERO  TO AUD-CADEIA
           MOVE SPACE TO AUD-EXPURGO

           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
