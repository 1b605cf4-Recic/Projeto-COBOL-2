      ******************************************************************
      * Copybook: FD-CANDIDATOS
      * Layout do registro do arquivo CANDIDATOS (inscricao de
      * candidatos a vaga de uma serie no ano letivo, para o sorteio
      * publico do edital quando a procura excede as vagas). Os
      * criterios de prioridade (irmao ja matriculado, residencia na
      * zona da escola, vulnerabilidade social e necessidade
      * educacional especial) definem o grupo do candidato no
      * sorteio: 1 a 4 pelo primeiro criterio atendido nessa ordem,
      * 5 para a ampla concorrencia. O sorteio grava a ordem sorteada,
      * o numero do sorteio (ata) e o ID do aluno criado.
      ******************************************************************
       01  REG-CANDIDATO.
           03 ID-CANDIDATO                    PIC 9(05).
           03 NM-CANDIDATO                    PIC X(20).
           03 DT-NASC-CAND                    PIC 9(08).
           03 SEXO-CAND                       PIC X(01).
           03 NM-RESP-CAND                    PIC X(20).
           03 TL-RESP-CAND                    PIC X(20).
           03 END-CAND                        PIC X(40).
           03 NIS-CAND                        PIC 9(11).
           03 ID-SERIE-CAND                   PIC 9(05).
           03 ANO-CAND                        PIC 9(04).
           03 UNIDADE-CAND                    PIC X(04).
           03 DATA-INSC-CAND                  PIC 9(08).
           03 CRITERIOS-CAND.
      * ID do irmao com matricula ativa (zero quando nao ha).
               05 IRMAO-CAND                  PIC 9(05).
               05 ZONA-CAND                   PIC X(01).
                  88 CAND-RESIDE-ZONA         VALUE 'S'.
               05 VULNERAVEL-CAND             PIC X(01).
                  88 CAND-VULNERAVEL          VALUE 'S'.
               05 NEE-CAND                    PIC X(01).
                  88 CAND-NEE                 VALUE 'S'.
           03 GRUPO-CAND                      PIC 9(01).
           03 SITUACAO-CAND                   PIC X(01).
              88 CAND-INSCRITO                VALUE 'I'.
              88 CAND-CONTEMPLADO             VALUE 'C'.
              88 CAND-ESPERA                  VALUE 'E'.
              88 CAND-DESISTENTE              VALUE 'D'.
           03 ID-SORTEIO-CAND                 PIC 9(05).
           03 ORDEM-CAND                      PIC 9(05).
           03 ID-ALUNO-CAND                   PIC 9(05).
           03 OPERADOR-CAND                   PIC X(20).
           03 FILLER                          PIC X(10).
