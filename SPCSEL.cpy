      ******************************************************************
      * Copybook: SPCSEL
      * Purpose : FILE-CONTROL SELECT entry for SEPCTL, a folha de
      *           controle da distribuicao que o SEPAREL imprime: que
      *           copia saiu de cada relatorio, para qual
      *           departamento, com quantas paginas e para quem vai.
      ******************************************************************
           SELECT SEPCTL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\SEPCTL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEPCTL.
