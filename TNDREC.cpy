      ******************************************************************
      * Copybook: TNDREC
      * Purpose : FD record layout for TENDREL, one PIC X(132) print
      *           line per record.
      ******************************************************************
       01 REG-TEND-REL.
           03 TND-LINHA                  PIC X(132).
