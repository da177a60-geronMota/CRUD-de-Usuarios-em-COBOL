      ******************************************************************
      * Copybook: DSTSEL
      * Purpose : FILE-CONTROL SELECT entry for DSTFILE, a tabela de
      *           distribuicao dos relatorios separados por
      *           departamento: para quem vai a copia de cada
      *           departamento. Mantida pela opcao <9> do CADDEPTO e
      *           lida pelo SEPAREL.
      ******************************************************************
           SELECT DSTFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DSTFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DST-CHAVE
           FILE STATUS IS WS-FS-DSTFILE.
