      ******************************************************************
      * Copybook: WEMREC
      * Purpose : Sort-work record for WRKEMG - one row per emergency
      *           contact of an active user, or one row with the
      *           contact in blank for the user who has none.
      ******************************************************************
       01 REG-WRK-EMERG.
           03 WEM-DEPTO                  PIC X(10).
           03 WEM-NM                     PIC X(25).
           03 WEM-CD-USER                PIC 9(06).
           03 WEM-VALOR                  PIC X(30).
           03 WEM-REFERENCIA             PIC X(25).
