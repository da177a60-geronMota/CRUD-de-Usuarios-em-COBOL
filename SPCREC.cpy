      ******************************************************************
      * Copybook: SPCREC
      * Purpose : FD record layout for SEPCTL, one PIC X(132) print
      *           line of the distribution control sheet.
      ******************************************************************
       01 REG-SEP-CTL.
           03 SPC-LINHA                  PIC X(132).
