      ******************************************************************
      * Copybook: RLCREC
      * Purpose : FD record layout for RLCREL, one PIC X(132) print
      *           line per row of the consent status report.
      ******************************************************************
       01 REG-CONSENT-REL.
           03 RLC-LINHA                  PIC X(132).
