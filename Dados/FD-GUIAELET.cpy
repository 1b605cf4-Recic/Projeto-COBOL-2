      ******************************************************************
      * Copybook: FD-GUIAELET
      * Layout do registro da guia de transferencia eletronica
      * (arquivo de intercambio gravado pelo PROGTRNF junto com a
      * guia impressa e importado pelo PROGTRIN na escola de destino).
      * Um registro por linha, identificado pelo tipo:
      *   'C' cabecalho  - guia, data, unidades e dados do aluno;
      *   'M' matricula  - serie, turma e ano da matricula atual;
      *   'N' notas      - por disciplina do ano: NT1 a NT6, media,
      *                    frequencia e aulas/faltas de cada periodo;
      *   'D' documento  - situacao do documento no checklist DOCMAT
      *                    ('E' entregue, 'P' pendente, 'S' sem
      *                    registro);
      *   'L' livro      - livro PNLD emprestado e nao devolvido;
      *   'T' trailer    - quantidade de registros e total de
      *                    controle calculado sobre todos os registros
      *                    anteriores (o mesmo calculo nos dois
      *                    programas; guia alterada ou truncada nao
      *                    confere e e recusada na importacao).
      ******************************************************************
       01  REG-GUIAELET.
           03 TIPO-GEL                        PIC X(01).
              88 GEL-CABECALHO                VALUE 'C'.
              88 GEL-MATRICULA                VALUE 'M'.
              88 GEL-NOTAS                    VALUE 'N'.
              88 GEL-DOCUMENTO                VALUE 'D'.
              88 GEL-LIVRO                    VALUE 'L'.
              88 GEL-TRAILER                  VALUE 'T'.
           03 GUIA-GEL                        PIC 9(05).
           03 DADOS-GEL                       PIC X(114).
           03 CAB-GEL REDEFINES DADOS-GEL.
              05 DATA-GEL                     PIC 9(08).
              05 ORIGEM-GEL                   PIC X(04).
              05 DESTINO-GEL                  PIC X(04).
              05 ID-ALUNO-GEL                 PIC 9(05).
              05 NM-ALUNO-GEL                 PIC X(20).
              05 DT-NASC-GEL                  PIC 9(08).
              05 INEP-GEL                     PIC 9(12).
              05 NM-RESP-GEL                  PIC X(20).
              05 TL-RESP-GEL                  PIC X(20).
              05 FILLER                       PIC X(13).
           03 MAT-GEL REDEFINES DADOS-GEL.
              05 ID-SERIE-GEL                 PIC 9(05).
              05 TURMA-GEL                    PIC 9(05).
              05 ANO-MAT-GEL                  PIC 9(04).
              05 FILLER                       PIC X(100).
           03 NOTA-GEL REDEFINES DADOS-GEL.
              05 ID-DISC-GEL                  PIC 9(05).
              05 NM-DISC-GEL                  PIC X(20).
              05 ANO-NOTA-GEL                 PIC 9(04).
              05 NT-GEL OCCURS 6 TIMES        PIC 9(02)V99.
              05 MD-GEL                       PIC 9(02)V99.
              05 FREQ-GEL                     PIC 9(03)V99.
              05 ST-GEL                       PIC X(10).
              05 FRQ-PER-GEL OCCURS 6 TIMES.
                 07 AULAS-GEL                 PIC 9(03).
                 07 FALTAS-GEL                PIC 9(03).
              05 FILLER                       PIC X(06).
           03 DOC-GEL REDEFINES DADOS-GEL.
              05 TIPO-DOC-GEL                 PIC X(01).
              05 SIT-DOC-GEL                  PIC X(01).
              05 DT-DOC-GEL                   PIC 9(08).
              05 FILLER                       PIC X(104).
           03 LIVRO-GEL REDEFINES DADOS-GEL.
              05 ID-LIVRO-GEL                 PIC 9(05).
              05 ANO-LIVRO-GEL                PIC 9(04).
              05 DATA-LIVRO-GEL               PIC 9(08).
              05 FILLER                       PIC X(97).
           03 TRL-GEL REDEFINES DADOS-GEL.
              05 QTD-REG-GEL                  PIC 9(05).
              05 QTD-NOTAS-GEL                PIC 9(03).
              05 TOTAL-CTL-GEL                PIC 9(18).
              05 FILLER                       PIC X(88).
