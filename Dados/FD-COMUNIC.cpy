      * entrega de documentos ao responsavel: boletins, convocacoes,
      * declaracoes e bilhetes, com a via de envio e a baixa do
      * canhoto assinado quando retorna; gravado automaticamente na
      * emissao de boletim e declaracao e manualmente para bilhetes;
      * os avisos enviados ao gateway de SMS ficam com via 'S'; as
      * cartas de resposta a pedido de revisao de resultado final
      * ficam com tipo 'V').
      ******************************************************************
       01  REG-COMUNICADO.
           03 ID-COMUNICADO                   PIC 9(05).
              88 COM-CONVOCACAO               VALUE 'C'.
              88 COM-DECLARACAO               VALUE 'D'.
              88 COM-BILHETE                  VALUE 'O'.
              88 COM-RESPOSTA-REVISAO         VALUE 'V'.
           03 DATA-COM                        PIC 9(08).
           03 VIA-COM                         PIC X(01).
              88 VIA-ALUNO                    VALUE 'M'.
              88 VIA-RESPONSAVEL              VALUE 'R'.
              88 VIA-CORREIO                  VALUE 'C'.
              88 VIA-SMS                      VALUE 'S'.
           03 STATUS-ACK-COM                  PIC X(01).
              88 COM-PENDENTE                 VALUE 'P'.
              88 COM-RECEBIDO                 VALUE 'R'.
