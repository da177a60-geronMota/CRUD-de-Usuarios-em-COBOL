      ******************************************************************
      * Copybook: RRLREC
      * Purpose : FD record layout for RATREL, one PIC X(132) print
      *           line per row of the chargeback detail report.
      ******************************************************************
       01 REG-RATEIO-REL.
           03 RRL-LINHA                  PIC X(132).
