      ******************************************************************
      * Copybook: CAPSEL
      * Purpose : FILE-CONTROL SELECT entry for CAPHIST, o historico
      *           permanente de capacidade: uma medida por mes e item
      *           (sequencia do CADCTRL ou arquivo contado), gravada
      *           pelo RELCAPAC e relida por ele mesmo como base da
      *           taxa de crescimento. Nao passa pelo expurgo.
      ******************************************************************
           SELECT CAPHIST ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CAPHIST.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-CHAVE
           FILE STATUS IS WS-FS-CAPHIST.
