      ******************************************************************
      * Copybook: AMRSEL
      * Purpose : FILE-CONTROL SELECT entry for AMOREL, o relatorio
      *           impresso do AMOSUSER: no sorteio as folhas de
      *           verificacao da amostra do mes (uma por
      *           departamento), no modo de relatorio a taxa de
      *           acerto por departamento e por campo mes a mes.
      ******************************************************************
           SELECT AMOREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\AMOREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AMOREL.
