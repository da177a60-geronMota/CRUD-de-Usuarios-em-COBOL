      ******************************************************************
      * Copybook: EMGREC
      * Purpose : FD record layout for EMGREL, one PIC X(132) print
      *           line per row of the emergency-contact list.
      ******************************************************************
       01 REG-EMERG-REL.
           03 EMG-LINHA                  PIC X(132).
