      ******************************************************************
      * Copybook: AMRREC
      * Purpose : FD record layout for AMOREL, one PIC X(132) print
      *           line per row of the sample audit report.
      ******************************************************************
       01 REG-AMO-REL.
           03 AMR-LINHA                  PIC X(132).
