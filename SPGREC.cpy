      ******************************************************************
      * Copybook: SPGREC
      * Purpose : FD record layout for SPLGER - uma linha de 132
      *           colunas da geracao do pedido.
      ******************************************************************
       01 REG-SPOOL-GERACAO.
           03 SPG-LINHA                  PIC X(132).
