      ******************************************************************
      * Copybook: CPRREC
      * Purpose : FD record layout for CAPAREL, one PIC X(132) print
      *           line per record.
      ******************************************************************
       01 REG-CAPAC-REL.
           03 CPR-LINHA                  PIC X(132).
