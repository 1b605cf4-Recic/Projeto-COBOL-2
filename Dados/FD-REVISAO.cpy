      ******************************************************************
      * Copybook: FD-REVISAO
      * Layout do registro do arquivo REVISAO (pedidos de revisao de
      * resultado final REPROVADO feitos pela familia: numero de
      * protocolo do CONTROLE, datas de publicacao do resultado e do
      * protocolo com a checagem do prazo legal, fundamentacao,
      * parecer do conselho, decisao e prazo de resposta; o pedido
      * deferido gera a pendencia de alteracao de nota em NOTA-PEND e
      * a carta de resposta fica protocolada em COMUNICADOS).
      ******************************************************************
       01  REG-REVISAO.
           03 ID-REVISAO                      PIC 9(05).
           03 ID-ALUNO-REV                    PIC 9(05).
           03 ID-INCLUSAO-REV                 PIC 9(05).
           03 NM-ALUNO-REV                    PIC X(20).
           03 NM-DISCIPLINA-REV               PIC X(20).
           03 ANO-REV                         PIC 9(04).
           03 MD-NOTA-REV                     PIC 9(02)V99.
           03 DT-PUBLICACAO-REV               PIC 9(08).
           03 DT-PROTOCOLO-REV                PIC 9(08).
           03 DT-PRAZO-PEDIDO-REV             PIC 9(08).
           03 TEMPESTIVO-REV                  PIC X(01).
              88 REV-NO-PRAZO                 VALUE 'S'.
              88 REV-INTEMPESTIVO             VALUE 'N'.
           03 DT-LIMITE-RESPOSTA-REV          PIC 9(08).
           03 REQUERENTE-REV                  PIC X(20).
           03 FUNDAMENTO-REV                  PIC X(60).
           03 PARECER-REV                     PIC X(60).
           03 DT-PARECER-REV                  PIC 9(08).
           03 DECISAO-REV                     PIC X(01).
              88 REV-ABERTA                   VALUE 'A'.
              88 REV-DEFERIDA                 VALUE 'D'.
              88 REV-INDEFERIDA               VALUE 'I'.
           03 DT-DECISAO-REV                  PIC 9(08).
           03 ID-PENDENTE-REV                 PIC 9(05).
           03 ID-COMUNICADO-REV               PIC 9(05).
           03 OPERADOR-REV                    PIC X(20).
