      ******************************************************************
      * Copybook: ELCSEL
      * Purpose : FILE-CONTROL SELECT entry for ELOCTL, o registro dos
      *           arquivos mortos encadeados - uma linha por expurgo
      *           do AUDLOG gravada pelo PURGHIST, lida pelo VERELOG
      *           para achar, em ordem, os arquivos mortos que
      *           continuam a cadeia do AUDLOG vivo.
      ******************************************************************
           SELECT ELOCTL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\ELOCTL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ELOCTL.
