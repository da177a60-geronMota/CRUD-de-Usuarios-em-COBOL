      ******************************************************************
      * Copybook: CPRSEL
      * Purpose : FILE-CONTROL SELECT entry for CAPAREL, o relatorio
      *           mensal de capacidade e de esgotamento de codigos que
      *           o RELCAPAC imprime.
      ******************************************************************
           SELECT CAPAREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CAPAREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAPAREL.
