      ******************************************************************
      * Copybook: EMGSEL
      * Purpose : FILE-CONTROL SELECT entry for EMGREL, a lista de
      *           contatos de emergencia por departamento impressa
      *           pelo RELEMERG para o plano de evacuacao do predio.
      ******************************************************************
           SELECT EMGREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\EMGREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EMGREL.
