      ******************************************************************
      * Copybook: DRTREC
      * Purpose : Record layout for DIRRET - um resultado por entrada
      *           do LDIFUSER: o uid (CD-USER), a acao como foi
      *           enviada (PRV-ULT-ACAO), o resultado ("00" aplicada,
      *           qualquer outro codigo recusada), a mensagem do
      *           diretorio e o momento da aplicacao.
      ******************************************************************
       01 REG-DIR-RET.
           03 DRT-CD-USER                PIC 9(06).
           03 DRT-ACAO                   PIC X(01).
           03 DRT-RESULTADO              PIC X(02).
            88 DRT-APLICADA              VALUE "00".
           03 DRT-MENSAGEM               PIC X(40).
           03 DRT-DATA-HORA              PIC 9(14).
