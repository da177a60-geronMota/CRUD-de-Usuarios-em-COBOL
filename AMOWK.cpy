      ******************************************************************
      * Copybook: AMOWK
      * Purpose : WORKING-STORAGE da amostra de qualidade do cadastro,
      *           comum ao AMOSUSER e ao AMORESP: o nome de cada campo
      *           conferido, na mesma ordem das ocorrencias de
      *           AMO-ACHADO (AMOREC), e a quantidade de campos.
      ******************************************************************
       77 WS-AMO-QTD-CAMPOS              PIC 9(01) VALUE 5.

       01 TAB-CAMPOS-AMO-VALORES.
           03 FILLER                     PIC X(12) VALUE "DEPARTAMENTO".
           03 FILLER                     PIC X(12) VALUE "ENDERECO".
           03 FILLER                     PIC X(12) VALUE "CPF".
           03 FILLER                     PIC X(12) VALUE "E-MAIL".
           03 FILLER                     PIC X(12) VALUE "TELEFONE".
       01 TAB-CAMPOS-AMO REDEFINES TAB-CAMPOS-AMO-VALORES.
           03 TAB-CAMPO-AMO              PIC X(12) OCCURS 5 TIMES.
