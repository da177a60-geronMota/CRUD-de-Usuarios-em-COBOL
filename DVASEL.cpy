      ******************************************************************
      * Copybook: DVASEL
      * Purpose : FILE-CONTROL SELECT entry for DVAFILE, os pedidos de
      *           atualizacao de endereco gravados pelo INTFCORR para o
      *           NOTIFUSER (e a passagem unica PASSUSER) avisar o
      *           usuario cuja carta voltou do correio.
      ******************************************************************
           SELECT DVAFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DVAFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVA-CD-USER
           FILE STATUS IS WS-FS-DVAFILE.
