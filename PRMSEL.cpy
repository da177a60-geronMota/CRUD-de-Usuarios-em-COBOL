      ******************************************************************
      * Copybook: PRMSEL
      * Purpose : FILE-CONTROL SELECT entry for PARMREL, o cartao de
      *           parametros de um relatorio executado sob demanda: o
      *           SPOOLREL grava uma linha com o programa e os
      *           parametros do pedido antes do CALL e esvazia o
      *           arquivo na volta. O relatorio so aceita a linha que
      *           traz o seu proprio nome (rotina PRMLER); sem ela
      *           pede os parametros no SYSIN, como sempre.
      ******************************************************************
           SELECT PARMREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\PARMREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMREL.
