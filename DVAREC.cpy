      ******************************************************************
      * Copybook: DVAREC
      * Purpose : FD record layout for DVAFILE - um pedido de
      *           atualizacao de endereco por usuario, com a data da
      *           devolucao mais recente (referencia da deduplicacao do
      *           NOTIFUSER: devolucao nova avisa de novo).
      ******************************************************************
       01 REG-DEV-AVISO.
           03 DVA-CD-USER                PIC 9(06).
           03 DVA-DT-DEVOLUCAO           PIC 9(08).
