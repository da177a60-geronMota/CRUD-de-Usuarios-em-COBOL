      ******************************************************************
      * Copybook: SPGSEL
      * Purpose : FILE-CONTROL SELECT entry for SPLGER, a geracao de
      *           um pedido de relatorio sob demanda
      *           (<spool>.P<numero do pedido>), gravada pelo SPOOLREL
      *           e registrada no catalogo GERCTLG com o operador que
      *           pediu no lugar do departamento.
      ******************************************************************
           SELECT SPLGER ASSIGN TO DYNAMIC WS-NOME-SPLGER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SPLGER.
