      * Copybook: FD-USUARIOS
      * Layout do registro do arquivo USUARIOS (operadores do sistema
      * com senha e perfil de acesso: S = secretaria, C = coordenacao,
      * D = direcao, P = professor).
      ******************************************************************
       01  REG-USUARIO.
           03 LOGIN-USUARIO                   PIC X(10).
              88 PERFIL-SECRETARIA            VALUE 'S'.
              88 PERFIL-COORDENACAO           VALUE 'C'.
              88 PERFIL-DIRECAO               VALUE 'D'.
              88 PERFIL-PROFESSOR             VALUE 'P'.
           03 NM-USUARIO                      PIC X(20).
           03 MARCA-SENHA-USU                 PIC X(01).
              88 SENHA-CIFRADA                VALUE 'H'.
      * Unidade escolar do operador. Em branco = todas as unidades
      * (perfil de direcao ou operador da base inteira).
           03 UNIDADE-USUARIO                 PIC X(04).
      * Professor vinculado ao login de perfil P (cadastro em
      * PROFESSORES). Zero nos demais perfis.
           03 ID-PROFESSOR-USU                PIC 9(05).
