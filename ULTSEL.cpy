      ******************************************************************
      * Copybook: ULTSEL
      * Purpose : FILE-CONTROL SELECT entry for ULTFILE, a data da
      *           ultima entrada com sucesso de cada usuario final no
      *           VALIDUSER - usada pelo DORMUSER ao lado da data da
      *           ultima alteracao do cadastro.
      ******************************************************************
           SELECT ULTFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\ULTFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ULT-CD-USER
           FILE STATUS IS WS-FS-ULTFILE.
