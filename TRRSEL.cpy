      ******************************************************************
      * Copybook: TRRSEL
      * Purpose : FILE-CONTROL SELECT entry for TRMREL, o relatorio de
      *           excecoes de transmissao que o TRMUSER imprime de
      *           manha.
      ******************************************************************
           SELECT TRMREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\TRMREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRMREL.
