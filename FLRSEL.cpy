      ******************************************************************
      * Copybook: FLRSEL
      * Purpose : FILE-CONTROL SELECT entry for FILAREL, a fila de
      *           pedidos de relatorio sob demanda: o operador pede
      *           pelo menu (PEDEREL) um dos relatorios batch com os
      *           seus parametros, e o SPOOLREL executa os pendentes
      *           fora da janela do CTLNOITE. Chave primaria o numero
      *           do pedido (sequencia "F" do CADCTRL); a chave
      *           alternada OPERADOR reune os pedidos de quem pediu.
      ******************************************************************
           SELECT FILAREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\FILAREL.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FLR-ID
           ALTERNATE RECORD KEY IS FLR-OPERADOR WITH DUPLICATES
           FILE STATUS IS WS-FS-FILAREL.
