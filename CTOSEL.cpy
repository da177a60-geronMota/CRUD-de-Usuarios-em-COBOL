      ******************************************************************
      * Copybook: CTOSEL
      * Purpose : FILE-CONTROL SELECT entry for CTOFILE, o cadastro de
      *           contatos de um usuario (emails e telefones alem do
      *           FD-EMAIL e do FD-PHONE do CADUSER), chaveado por
      *           CD-USER + sequencia, mantido pelo CADCONT.
      ******************************************************************
           SELECT CTOFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CTOFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-CHAVE
           FILE STATUS IS WS-FS-CTOFILE.
