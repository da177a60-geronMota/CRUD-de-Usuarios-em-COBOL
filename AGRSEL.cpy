      ******************************************************************
      * Copybook: AGRSEL
      * Purpose : FILE-CONTROL SELECT entry for AGDREL, o relatorio
      *           noturno do AGDUSER com as mudancas agendadas
      *           aplicadas e recusadas na data de negocio e as que
      *           continuam pendentes para as proximas datas.
      ******************************************************************
           SELECT AGDREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\AGDREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGDREL.
