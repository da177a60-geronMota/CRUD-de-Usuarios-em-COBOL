      ******************************************************************
      * Copybook: PCKSEL
      * Purpose : FILE-CONTROL SELECT entry for PASCKPT, o ponto de
      *           controle da passagem unica PASSUSER: um registro so
      *           (chave "P") com o ultimo CD-USER processado e o
      *           estado acumulado de cada passo logico, de onde a
      *           passagem retoma depois de uma queda.
      ******************************************************************
           SELECT PASCKPT ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\PASCKPT.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKP-CHAVE
           FILE STATUS IS WS-FS-PASCKPT.
