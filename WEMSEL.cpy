      ******************************************************************
      * Copybook: WEMSEL
      * Purpose : FILE-CONTROL SELECT entry for WRKEMG, the sort work
      *           file RELEMERG uses to put the active users in
      *           department + name order with their emergency
      *           contacts.
      ******************************************************************
           SELECT WRKEMG ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\WRKEMG.cbl".
