      ******************************************************************
      * Copybook: RLCSEL
      * Purpose : FILE-CONTROL SELECT entry for RLCREL, o relatorio do
      *           RELCONS para o encarregado de dados com a situacao de
      *           consentimento de cada usuario ativo por finalidade.
      ******************************************************************
           SELECT RLCREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\RLCREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RLCREL.
