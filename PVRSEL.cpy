      ******************************************************************
      * Copybook: PVRSEL
      * Purpose : FILE-CONTROL SELECT entry for PRVREL, o relatorio de
      *           excecoes do provisionamento impresso pelo PRVUSER.
      ******************************************************************
           SELECT PRVREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\PRVREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRVREL.
