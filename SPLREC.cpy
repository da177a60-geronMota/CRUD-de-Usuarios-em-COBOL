      ******************************************************************
      * Copybook: SPLREC
      * Purpose : FD record layout for SPLORI - uma linha de 132
      *           colunas do spool do relatorio.
      ******************************************************************
       01 REG-SPOOL-ORIGEM.
           03 SPL-LINHA                  PIC X(132).
