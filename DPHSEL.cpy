      ******************************************************************
      * Copybook: DPHSEL
      * Purpose : FILE-CONTROL SELECT entry for DPTHIST, o historico
      *           permanente do quadro por departamento: uma
      *           fotografia por mes e departamento, gravada pelo
      *           FOTODEPT nas noites de fechamento de mes e lida pelo
      *           TENDDEPT e pelo RELCAPAC. Nao passa pelo expurgo.
      ******************************************************************
           SELECT DPTHIST ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DPTHIST.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPH-CHAVE
           FILE STATUS IS WS-FS-DPTHIST.
