      ******************************************************************
      * Copybook: DVRREC
      * Purpose : FD record layout for DEVREL, one PIC X(132) print
      *           line per row of the returned-mail report.
      ******************************************************************
       01 REG-DEVOL-REL.
           03 DVR-LINHA                  PIC X(132).
