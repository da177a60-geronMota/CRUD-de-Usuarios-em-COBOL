      ******************************************************************
      * Copybook: IMRREC
      * Purpose : FD record layout for IMPREL, one PIC X(132) print
      *           line per record.
      ******************************************************************
       01 REG-IMP-REL.
           03 IMR-LINHA                  PIC X(132).
