      ******************************************************************
      * Copybook: TAXSEL
      * Purpose : FILE-CONTROL SELECT entry for TAXFILE, a tabela de
      *           tarifas do rateio mensal de contas por departamento
      *           (valor por usuario-dia), mantida pelo CADTAXA e lida
      *           pelo RATEDEPT.
      ******************************************************************
           SELECT TAXFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\TAXFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAX-CHAVE
           FILE STATUS IS WS-FS-TAXFILE.
