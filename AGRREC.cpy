      ******************************************************************
      * Copybook: AGRREC
      * Purpose : FD record layout for AGDREL, one PIC X(132) print
      *           line per row of the scheduled-change report.
      ******************************************************************
       01 REG-AGENDA-REL.
           03 AGR-LINHA                  PIC X(132).
