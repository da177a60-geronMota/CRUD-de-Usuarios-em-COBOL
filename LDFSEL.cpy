      ******************************************************************
      * Copybook: LDFSEL
      * Purpose : FILE-CONTROL SELECT entry for LDIFUSER, o arquivo de
      *           provisionamento do diretorio corporativo no estilo
      *           LDIF (entradas add/modify de uid, uma linha por
      *           atributo, linha em branco entre entradas), gerado
      *           pelo PRVUSER com o nome datado montado em
      *           WS-NOME-LDIFUSER e catalogado no GERCTLG.
      ******************************************************************
           SELECT LDIFUSER ASSIGN TO DYNAMIC WS-NOME-LDIFUSER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LDIFUSER.
