      ******************************************************************
      * Copybook: TRRREC
      * Purpose : FD record layout for TRMREL, one PIC X(132) print
      *           line per record.
      ******************************************************************
       01 REG-TRM-REL.
           03 TRR-LINHA                  PIC X(132).
