      ******************************************************************
      * Copybook: DVFSEL
      * Purpose : FILE-CONTROL SELECT entry for DEVFILE, o arquivo de
      *           correspondencia devolvida que o correio transmite
      *           com o seu proprio layout (header, uma devolucao por
      *           detalhe, trailer com a contagem), lido pelo
      *           INTFCORR.
      ******************************************************************
           SELECT DEVFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DEVFILE.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVFILE.
