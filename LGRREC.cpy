      ******************************************************************
      * Copybook: LGRREC
      * Purpose : FD record layout for LGNREL, one PIC X(132) print
      *           line per row of the sign-in report.
      ******************************************************************
       01 REG-ENTRADA-REL.
           03 LGR-LINHA                  PIC X(132).
