      ******************************************************************
      * Copybook: DVRSEL
      * Purpose : FILE-CONTROL SELECT entry for DEVREL, o relatorio do
      *           INTFCORR: devolucoes sem casamento e usuarios com
      *           devolucoes repetidas no mesmo endereco.
      ******************************************************************
           SELECT DEVREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DEVREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVREL.
