      ******************************************************************
      * Copybook: FD-AUTORIZADOS
      * Layout do registro do arquivo AUTORIZADOS (pessoas autorizadas
      * a retirar o aluno na portaria, com documento, parentesco e
      * vigencia, e as restricoes judiciais "nao entregar a"). A chave
      * e o aluno e um sequencial por aluno; data de fim zerada
      * significa autorizacao sem prazo. O registro cancelado fica
      * guardado como historico. O responsavel do cadastro do aluno
      * e tratado como autorizado (sequencial 00) salvo restricao.
      ******************************************************************
       01  REG-AUTORIZADO.
           03 CHAVE-AUTORIZADO.
               05 ID-ALUNO-AUT                PIC 9(05).
               05 SEQ-AUT                     PIC 9(02).
           03 NM-AUT                          PIC X(20).
           03 DOC-AUT                         PIC X(15).
           03 PARENTESCO-AUT                  PIC X(15).
           03 TL-AUT                          PIC X(20).
           03 DT-INICIO-AUT                   PIC 9(08).
           03 DT-FIM-AUT                      PIC 9(08).
           03 TIPO-AUT                        PIC X(01).
              88 AUT-AUTORIZADO               VALUE 'A'.
              88 AUT-RESTRICAO                VALUE 'R'.
           03 SIT-AUT                         PIC X(01).
              88 AUT-ATIVO                    VALUE 'A'.
              88 AUT-CANCELADO                VALUE 'C'.
           03 OBS-AUT                         PIC X(40).
           03 OPERADOR-AUT                    PIC X(20).
           03 DATA-AUT                        PIC 9(08).
