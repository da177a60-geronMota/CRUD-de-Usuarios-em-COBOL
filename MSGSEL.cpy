      ******************************************************************
      * Copybook: MSGSEL
      * Purpose : FILE-CONTROL SELECT entry for MSGFILE, o catalogo de
      *           mensagens das telas: um texto por numero de mensagem
      *           e idioma, lido pelo subprograma BUSCAMSG a cada
      *           mensagem mostrada e mantido pela tela CADMSG.
      ******************************************************************
           SELECT MSGFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\MSGFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSG-CHAVE
           FILE STATUS IS WS-FS-MSGFILE.
