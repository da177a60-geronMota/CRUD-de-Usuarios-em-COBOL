      *           que tambem atende aos programas que so precisam ler.
      *           As senhas semeadas sao gravadas ja em hash (rotina
      *           compartilhada HASHPWD), nunca em claro.
      *           As tres nascem com escopo de todos os departamentos
      *           (SEC-ESCOPO "T"); o MASTER restringe pelo SECADMIN.
      *           E com telas em portugues (SEC-IDIOMA "P").
      ******************************************************************
           P950-BOOTSTRAP-SECFILE.

               MOVE WS-SEC-BOOT-DATA     TO SEC-DT-SENHA
               MOVE "A"                  TO SEC-STATUS
               MOVE ZERO                 TO SEC-QTD-FALHAS
               MOVE "T"                  TO SEC-ESCOPO
               MOVE SPACES               TO SEC-DEPTOS-PERMITIDOS
               MOVE "P"                  TO SEC-IDIOMA
               WRITE REG-SEC

               MOVE "GESTOR"             TO SEC-OPERADOR
               MOVE WS-SEC-BOOT-DATA     TO SEC-DT-SENHA
               MOVE "A"                  TO SEC-STATUS
               MOVE ZERO                 TO SEC-QTD-FALHAS
               MOVE "T"                  TO SEC-ESCOPO
               MOVE SPACES               TO SEC-DEPTOS-PERMITIDOS
               MOVE "P"                  TO SEC-IDIOMA
               WRITE REG-SEC

               MOVE "ANALISTA"           TO SEC-OPERADOR
               MOVE WS-SEC-BOOT-DATA     TO SEC-DT-SENHA
               MOVE "A"                  TO SEC-STATUS
               MOVE ZERO                 TO SEC-QTD-FALHAS
               MOVE "T"                  TO SEC-ESCOPO
               MOVE SPACES               TO SEC-DEPTOS-PERMITIDOS
               MOVE "P"                  TO SEC-IDIOMA
               WRITE REG-SEC

               CLOSE SECFILE
