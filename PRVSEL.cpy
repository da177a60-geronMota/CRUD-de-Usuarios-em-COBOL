      ******************************************************************
      * Copybook: PRVSEL
      * Purpose : FILE-CONTROL SELECT entry for PRVFILE, a situacao de
      *           provisionamento de cada CD-USER no diretorio
      *           corporativo, mantida pelo PRVUSER a partir do que
      *           ele envia no LDIFUSER e do que a equipe do
      *           diretorio devolve no DIRRET.
      ******************************************************************
           SELECT PRVFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\PRVFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-CD-USER
           FILE STATUS IS WS-FS-PRVFILE.
