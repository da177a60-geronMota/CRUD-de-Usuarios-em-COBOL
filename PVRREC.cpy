      ******************************************************************
      * Copybook: PVRREC
      * Purpose : FD record layout for PRVREL, one PIC X(132) print
      *           line per record.
      ******************************************************************
       01 REG-PRV-REL.
           03 PVR-LINHA                  PIC X(132).
