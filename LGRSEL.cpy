      ******************************************************************
      * Copybook: LGRSEL
      * Purpose : FILE-CONTROL SELECT entry for LGNREL, o relatorio
      *           periodico de entradas do usuario final impresso pelo
      *           RELENTRA (volume por dia, taxa de falha por codigo
      *           devolvido e usuarios com senha errada repetida).
      ******************************************************************
           SELECT LGNREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\LGNREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LGNREL.
