      ******************************************************************
      * Copybook: CSISEL
      * Purpose : FILE-CONTROL SELECT entry for CSVRET, a planilha do
      *           CSVUSER corrigida pelas areas de negocio e devolvida
      *           no mesmo layout do extrato do EXTUSER, lida pelo
      *           IMPCSV.
      ******************************************************************
           SELECT CSVRET ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CSVRET.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSVRET.
