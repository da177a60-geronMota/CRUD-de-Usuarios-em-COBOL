      ******************************************************************
      * Copybook: LGPSEL
      * Purpose : FILE-CONTROL SELECT entry for LGPFILE, o registro dos
      *           pedidos de titulares de dados pessoais (acesso,
      *           correcao, portabilidade, eliminacao) mantido pelo
      *           CADLGPD, envelhecido toda noite pelo AGELGPD.
      *           Chave primaria o numero do pedido (sequencia "D" do
      *           CADCTRL); a chave alternada CD-USER reune os pedidos
      *           de um mesmo titular.
      ******************************************************************
           SELECT LGPFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\LGPFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGP-ID
           ALTERNATE RECORD KEY IS LGP-CD-USER WITH DUPLICATES
           FILE STATUS IS WS-FS-LGPFILE.
