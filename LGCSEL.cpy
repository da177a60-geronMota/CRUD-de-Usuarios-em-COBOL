      ******************************************************************
      * Copybook: LGCSEL
      * Purpose : FILE-CONTROL SELECT entry for LGCREL, a carta de
      *           resposta ao pedido de acesso do titular impressa pelo
      *           CARTLGPD - tudo o que o sistema guarda sobre a
      *           pessoa, arquivo por arquivo.
      ******************************************************************
           SELECT LGCREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\LGCREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LGCREL.
