      ******************************************************************
      * Copybook: FD-RECLASS
      * Layout do registro do arquivo RECLASS (processos de
      * classificacao e reclassificacao do aluno: pedido, datas e
      * notas da avaliacao por area de conhecimento, decisao da
      * banca e numero da ata; a ata entra no historico escolar e a
      * decisao favoravel troca a serie das matriculas do ano).
      * Classificacao e o caminho do aluno que chega sem documentos
      * de vida escolar: nao ha serie de origem.
      ******************************************************************
       01  REG-RECLASS.
           03 ID-RECLASS                      PIC 9(05).
           03 ID-ALUNO-RCL                    PIC 9(05).
           03 NM-ALUNO-RCL                    PIC X(20).
           03 TIPO-RCL                        PIC X(01).
              88 RCL-CLASSIFICACAO            VALUE 'C'.
              88 RCL-RECLASSIFICACAO          VALUE 'R'.
           03 ANO-RCL                         PIC 9(04).
           03 DT-PEDIDO-RCL                   PIC 9(08).
           03 REQUERENTE-RCL                  PIC X(20).
           03 MOTIVO-RCL                      PIC X(40).
           03 SERIE-ORIGEM-RCL                PIC 9(05).
           03 DS-SERIE-ORIGEM-RCL             PIC X(20).
           03 SERIE-PRETENDIDA-RCL            PIC 9(05).
           03 AVALIACOES-RCL.
               05 AVAL-RCL OCCURS 4 TIMES.
                  07 AREA-RCL                 PIC X(20).
                  07 DT-AVAL-RCL              PIC 9(08).
                  07 NOTA-AVAL-RCL            PIC 9(02)V99.
           03 BANCA-RCL                       PIC X(60).
           03 PARECER-RCL                     PIC X(60).
           03 SITUACAO-RCL                    PIC X(01).
              88 RCL-PEDIDO                   VALUE 'P'.
              88 RCL-AVALIADO                 VALUE 'V'.
              88 RCL-DEFERIDO                 VALUE 'D'.
              88 RCL-INDEFERIDO               VALUE 'I'.
           03 SERIE-DESTINO-RCL               PIC 9(05).
           03 DS-SERIE-DESTINO-RCL            PIC X(20).
           03 TURMA-DESTINO-RCL               PIC 9(05).
           03 DT-DECISAO-RCL                  PIC 9(08).
           03 NUM-ATA-RCL                     PIC 9(05).
           03 OPERADOR-RCL                    PIC X(20).
