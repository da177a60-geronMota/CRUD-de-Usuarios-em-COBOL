      ******************************************************************
      * Copybook: DRTSEL
      * Purpose : FILE-CONTROL SELECT entry for DIRRET, o arquivo de
      *           retorno da equipe do diretorio: o resultado de cada
      *           entrada do LDIFUSER aplicada (ou recusada) no
      *           diretorio corporativo, lido pelo PRVUSER.
      ******************************************************************
           SELECT DIRRET ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DIRRET.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIRRET.
