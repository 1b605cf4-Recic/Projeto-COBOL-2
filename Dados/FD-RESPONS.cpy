      ******************************************************************
      * Copybook: FD-RESPONS
      * Layout do registro do arquivo RESPONSAVEIS (cadastro de
      * familias: o responsavel e cadastrado uma vez, com documento,
      * contatos e endereco, e vinculado a cada aluno pelo arquivo
      * VINCRESP; irmaos compartilham o mesmo registro, de modo que a
      * troca de telefone e feita num lugar so). O nome e o telefone
      * sao copiados para NM-RESPONSAVEL e TL-RESPONSAVEL dos alunos
      * vinculados a cada alteracao.
      ******************************************************************
       01  REG-RESPONSAVEL.
           03 ID-RSP                          PIC 9(05).
           03 NM-RSP                          PIC X(20).
           03 DOC-RSP                         PIC X(15).
           03 TL-RSP                          PIC X(20).
           03 TL2-RSP                         PIC X(20).
           03 EMAIL-RSP                       PIC X(40).
           03 END-RSP                         PIC X(40).
           03 SITUACAO-RSP                    PIC X(01).
              88 RSP-ATIVO                    VALUE 'A' SPACE.
              88 RSP-INATIVO                  VALUE 'I'.
           03 OPERADOR-RSP                    PIC X(20).
           03 DATA-RSP                        PIC 9(08).
           03 FILLER                          PIC X(10).
