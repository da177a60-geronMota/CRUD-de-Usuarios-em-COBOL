      ******************************************************************
      * Copybook: CFLREC
      * Purpose : FD record layout for CONFREL, one PIC X(132) print
      *           line per row of the segregation-of-duties report.
      ******************************************************************
       01 REG-CONF-REL.
           03 CFL-LINHA                  PIC X(132).
