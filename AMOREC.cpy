      ******************************************************************
      * Copybook: AMOREC
      * Purpose : FD record layout for AMOFILE - um usuario ativo
      *           sorteado na amostra do mes (AMO-PERIODO, AAAAMM),
      *           com o departamento e o nome do dia do sorteio (o que
      *           a folha de verificacao mostrou). AMO-ACHADO guarda o
      *           achado do verificador para cada campo conferido, na
      *           ordem da tabela TAB-CAMPO-AMO (AMOWK): 1
      *           departamento, 2 endereco, 3 CPF, 4 e-mail, 5
      *           telefone - "C" confirmado, "E" errado, "N" nao foi
      *           possivel verificar, branco ainda sem achado. Quem
      *           registrou e quando ficam em AMO-OPER-VERIF e
      *           AMO-DT-VERIF. AMO-CHAVE-USER repete mes e codigo
      *           para a chave alternada.
      ******************************************************************
       01 REG-AMOSTRA.
           03 AMO-CHAVE.
               05 AMO-PERIODO            PIC 9(06).
               05 AMO-DEPTO              PIC X(10).
               05 AMO-CD-USER            PIC 9(06).
           03 AMO-CHAVE-USER.
               05 AMO-PERIODO-U          PIC 9(06).
               05 AMO-CD-USER-U          PIC 9(06).
           03 AMO-NM                     PIC X(25).
           03 AMO-ACHADOS.
               05 AMO-ACHADO             PIC X(01) OCCURS 5 TIMES.
                88 AMO-PENDENTE          VALUE " ".
                88 AMO-CONFIRMADO        VALUE "C".
                88 AMO-ERRADO            VALUE "E".
                88 AMO-NAO-VERIFICAVEL   VALUE "N".
           03 AMO-OPER-VERIF             PIC X(10).
           03 AMO-DT-VERIF               PIC 9(14).
