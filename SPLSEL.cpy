      ******************************************************************
      * Copybook: SPLSEL
      * Purpose : FILE-CONTROL SELECT entry for SPLORI, o spool que um
      *           relatorio executado sob demanda acabou de gravar
      *           (DEPUSER, DUPREL, DORREL, ANVREL, OPEUSER, ACSREL),
      *           lido pelo SPOOLREL para copiar na geracao do pedido.
      *           O nome fisico e montado pelo SPOOLREL a partir do
      *           nome logico do spool.
      ******************************************************************
           SELECT SPLORI ASSIGN TO DYNAMIC WS-NOME-SPLORI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SPLORI.
