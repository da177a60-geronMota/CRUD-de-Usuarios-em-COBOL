      ******************************************************************
      * Copybook: RSGSEL
      * Purpose : FILE-CONTROL SELECT entry for WRKRSG, the sort work
      *           file RATEDEPT usa para reordenar os periodos ativos
      *           por departamento antes de imprimir o rateio.
      ******************************************************************
           SELECT WRKRSG ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\WRKRSG.cbl".
