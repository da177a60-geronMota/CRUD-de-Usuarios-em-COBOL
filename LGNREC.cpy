      ******************************************************************
      * Copybook: LGNREC
      * Purpose : Record layout for LGNLOG - uma tentativa por linha:
      *           o servico chamado (VALIDUSER ou SENHUSER), a funcao
      *           ("V" autenticacao, "T" troca de senha, "R" reset por
      *           token), o email informado, o usuario achado (zero
      *           quando o email nao esta cadastrado), o codigo
      *           devolvido (VAL-RETORNO ou SNH-RETORNO) e quando.
      ******************************************************************
       01 REG-ENTRADA.
           03 LGN-SERVICO                PIC X(10).
           03 LGN-FUNCAO                 PIC X(01).
            88 LGN-F-VALIDA              VALUE "V".
            88 LGN-F-TROCA               VALUE "T".
            88 LGN-F-RESET               VALUE "R".
           03 LGN-EMAIL                  PIC X(30).
           03 LGN-CD-USER                PIC 9(06).
           03 LGN-RETORNO                PIC X(02).
           03 LGN-DATA-HORA              PIC 9(14).
