      ******************************************************************
      * Copybook: AMOSEL
      * Purpose : FILE-CONTROL SELECT entry for AMOFILE, as amostras
      *           mensais de verificacao da qualidade do cadastro
      *           (AMOSUSER sorteia e imprime as folhas, AMORESP
      *           registra o achado do verificador campo a campo).
      *           Chave primaria mes + departamento + CD-USER, para as
      *           folhas e o relatorio de acuracia sairem na ordem do
      *           mes e do departamento sem SORT; a chave alternada
      *           mes + CD-USER serve a tela, que chega pelo codigo do
      *           usuario.
      ******************************************************************
           SELECT AMOFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\AMOFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMO-CHAVE
           ALTERNATE RECORD KEY IS AMO-CHAVE-USER
           FILE STATUS IS WS-FS-AMOFILE.
