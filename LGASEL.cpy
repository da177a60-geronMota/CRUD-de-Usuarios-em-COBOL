      ******************************************************************
      * Copybook: LGASEL
      * Purpose : FILE-CONTROL SELECT entry for LGAREL, a lista noturna
      *           do AGELGPD com os pedidos de titulares perto do prazo
      *           legal ou ja vencidos.
      ******************************************************************
           SELECT LGAREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\LGAREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LGAREL.
