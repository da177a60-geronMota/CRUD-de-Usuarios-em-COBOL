      ******************************************************************
      * Copybook: RTPSEL
      * Purpose : FILE-CONTROL SELECT entry for RATTMP, o arquivo de
      *           trabalho do RATEDEPT com os periodos ativos de cada
      *           usuario na ordem de codigo, antes da ordenacao por
      *           departamento. Regravado a cada rodada.
      ******************************************************************
           SELECT RATTMP ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\RATTMP.cbl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-RATTMP.
