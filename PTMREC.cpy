      ******************************************************************
      * Copybook: PTMREC
      * Purpose : FD record layout for PASTMP - uma linha de saida,
      *           do tamanho da maior delas (CSVUSER).
      ******************************************************************
       01 REG-PAS-TMP.
           03 PTM-LINHA                  PIC X(150).
