      ******************************************************************
      * Copybook: SPXREC
      * Purpose : FD record layout for SEPSAI, one PIC X(132) print
      *           line of a department's copy of a report.
      ******************************************************************
       01 REG-SEP-SAIDA.
           03 SPX-LINHA                  PIC X(132).
