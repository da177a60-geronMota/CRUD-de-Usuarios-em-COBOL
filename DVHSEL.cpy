      ******************************************************************
      * Copybook: DVHSEL
      * Purpose : FILE-CONTROL SELECT entry for DEVHIST, o historico
      *           de correspondencia devolvida gravado pelo INTFCORR ao
      *           lado do ENDHIST, chaveado por CD-USER + data da
      *           devolucao + referencia da carta.
      ******************************************************************
           SELECT DEVHIST ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DEVHIST.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVH-CHAVE
           FILE STATUS IS WS-FS-DEVHIST.
