      ******************************************************************
      * Copybook: FD-AVALEXT
      * Layout do registro do arquivo AVALEXT (resultado das avaliacoes
      * externas - SAEB, prova municipal - por aluno, ano e componente,
      * importado do arquivo da secretaria municipal pelo PROGAVEX).
      * O componente externo (LP, MT, ...) fica ligado a disciplina
      * interna informada na importacao, base do confronto com as
      * medias do NOTAS.
      ******************************************************************
       01  REG-AVALEXT.
           03 CHAVE-AVALEXT.
               05 ID-ALUNO-AVX                PIC 9(05).
               05 ANO-AVX                     PIC 9(04).
               05 COMPONENTE-AVX              PIC X(02).
           03 ID-DISCIPLINA-AVX               PIC 9(05).
           03 NIVEL-AVX                       PIC 9(01).
              88 AVX-ABAIXO-BASICO            VALUE 1.
              88 AVX-BASICO                   VALUE 2.
              88 AVX-PROFICIENTE              VALUE 3.
              88 AVX-AVANCADO                 VALUE 4.
              88 AVX-NIVEL-VALIDO             VALUE 1 THRU 4.
           03 AVALIACAO-AVX                   PIC X(10).
      * Como o aluno foi localizado: 'I' pelo INEP, 'N' pelo nome e
      * data de nascimento.
           03 ORIGEM-AVX                      PIC X(01).
              88 AVX-POR-INEP                 VALUE 'I'.
              88 AVX-POR-NOME                 VALUE 'N'.
           03 DT-CARGA-AVX                    PIC 9(08).
           03 OPERADOR-AVX                    PIC X(20).
           03 FILLER                          PIC X(10).
