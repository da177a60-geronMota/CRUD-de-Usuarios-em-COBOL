      ******************************************************************
      * Copybook: CFLSEL
      * Purpose : FILE-CONTROL SELECT entry for CONFREL, o relatorio de
      *           excecoes de segregacao de funcoes impresso pelo
      *           RELCONFL (autoaprovacao, reversao da propria
      *           alteracao, uso de role/permissao recem-concedida no
      *           mesmo dia e override do processamento noturno) para
      *           a auditoria interna.
      ******************************************************************
           SELECT CONFREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CONFREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONFREL.
