      ******************************************************************
      * Copybook: RSOSEL
      * Purpose : FILE-CONTROL SELECT entry for WRKRAT, the sort work
      *           file RATEDEPT usa para juntar, por usuario e em
      *           ordem de data, o cadastro e os eventos do mes
      *           (AUDLOG e CADHIST).
      ******************************************************************
           SELECT WRKRAT ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\WRKRAT.cbl".
