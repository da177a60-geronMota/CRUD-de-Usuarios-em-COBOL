      ******************************************************************
      * Copybook: TNDSEL
      * Purpose : FILE-CONTROL SELECT entry for TENDREL, o relatorio
      *           de tendencia de doze meses do quadro por
      *           departamento que o TENDDEPT imprime.
      ******************************************************************
           SELECT TENDREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\TENDREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TENDREL.
