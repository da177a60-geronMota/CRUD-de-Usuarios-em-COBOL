      ******************************************************************
      * Copybook: RCTSEL
      * Purpose : FILE-CONTROL SELECT entry for RCTFILE, o arquivo das
      *           campanhas de recertificacao de acessos (CERTUSER
      *           abre e encerra, CERTRESP registra as respostas dos
      *           gestores). Chave primaria campanha + departamento +
      *           CD-USER, para as folhas e o relatorio de encerramento
      *           sairem na ordem de departamento sem SORT; a chave
      *           alternada campanha + CD-USER serve a tela de
      *           respostas, que chega pelo codigo do usuario.
      ******************************************************************
           SELECT RCTFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\RCTFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-CHAVE
           ALTERNATE RECORD KEY IS RCT-CHAVE-USER
           FILE STATUS IS WS-FS-RCTFILE.
