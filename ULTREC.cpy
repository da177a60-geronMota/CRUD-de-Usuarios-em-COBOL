      ******************************************************************
      * Copybook: ULTREC
      * Purpose : FD record layout for ULTFILE - um registro por
      *           usuario final que ja entrou: o carimbo da ultima
      *           autenticacao aceita (VAL-RETORNO 00) pelo VALIDUSER.
      ******************************************************************
       01 REG-ULTIMA.
           03 ULT-CD-USER                PIC 9(06).
           03 ULT-DT-ENTRADA             PIC 9(14).
