      ******************************************************************
      * Copybook: RATSEL
      * Purpose : FILE-CONTROL SELECT entry for RATEIO, o arquivo de
      *           rateio mensal de contas por departamento entregue a
      *           contabilidade. Nome fisico dinamico: uma geracao
      *           datada (<nome>.D<data>) por rodada, registrada no
      *           catalogo GERCTLG.
      ******************************************************************
           SELECT RATEIO ASSIGN TO DYNAMIC WS-NOME-RATEIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATEIO.
