           03 END-ALUNO                       PIC X(40).
           03 INEP-ALUNO                      PIC 9(12).
           03 CARTEIRA-ALUNO                  PIC 9(08).
      * NIS do aluno beneficiario do Bolsa Familia (zero quando nao
      * beneficiario); base do extrato do Sistema Presenca.
           03 NIS-ALUNO                       PIC 9(11).
      * Autorizacao de avisos por SMS ao responsavel: 'N' quando a
      * familia recusou o envio (branco = envia).
           03 SMS-ALUNO                       PIC X(01).
              88 SMS-RECUSADO                 VALUE 'N'.
      * Nome social (Decreto 8.727/2016): usado nas listagens, telas
      * e boletins; o nome civil (NM-ALUNO) fica para historico,
      * certificados, declaracoes e Censo. Guarda a data e quem fez o
      * requerimento (aluno maior ou responsavel).
           03 NM-SOCIAL-ALUNO                 PIC X(20).
           03 DT-NM-SOCIAL-ALUNO              PIC 9(08).
           03 REQ-NM-SOCIAL-ALUNO             PIC X(01).
              88 NM-SOCIAL-PELO-ALUNO         VALUE 'A'.
              88 NM-SOCIAL-PELO-RESP          VALUE 'R'.
      * Passe escolar do transporte urbano (cartao da empresa de
      * onibus, nao confundir com as rotas do transporte escolar em
      * TRANSPORTE): S = elegivel, B = bloqueado em definitivo (aluno
      * inativo ou transferido, na data do bloqueio); branco = sem
      * passe. O numero do cartao vem do retorno da empresa.
           03 PASSE-ALUNO                     PIC X(01).
              88 PASSE-ELEGIVEL               VALUE 'S'.
              88 PASSE-BLOQUEADO              VALUE 'B'.
           03 CARTAO-PASSE-ALUNO              PIC X(16).
           03 DT-BLOQ-PASSE-ALUNO             PIC 9(08).
