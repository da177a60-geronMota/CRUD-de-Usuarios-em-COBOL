      ******************************************************************
      * Copybook: IMRSEL
      * Purpose : FILE-CONTROL SELECT entry for IMPREL, o relatorio do
      *           IMPCSV: linhas da planilha em conflito com alteracao
      *           mais nova do cadastro, linhas recusadas e o resumo
      *           da importacao.
      ******************************************************************
           SELECT IMPREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\IMPREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IMPREL.
