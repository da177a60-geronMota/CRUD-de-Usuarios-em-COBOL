      ******************************************************************
      * Copybook: RRLSEL
      * Purpose : FILE-CONTROL SELECT entry for RATREL, o relatorio de
      *           apoio do rateio mensal - cada periodo ativo de cada
      *           usuario, por departamento, para o gestor conferir
      *           linha a linha. Nome fisico dinamico: uma geracao
      *           datada (<nome>.D<data>) por rodada, registrada no
      *           catalogo GERCTLG.
      ******************************************************************
           SELECT RATREL ASSIGN TO DYNAMIC WS-NOME-RATREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATREL.
