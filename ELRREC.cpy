      ******************************************************************
      * Copybook: ELRREC
      * Purpose : FD record layout for ELOREL, one PIC X(132) print
      *           line per row of the chain verification report.
      ******************************************************************
       01 REG-ELO-REL.
           03 ELR-LINHA                  PIC X(132).
