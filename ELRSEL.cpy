      ******************************************************************
      * Copybook: ELRSEL
      * Purpose : FILE-CONTROL SELECT entry for ELOREL, o relatorio da
      *           verificacao semanal do encadeamento do AUDLOG, dos
      *           arquivos mortos AUDARC e do SEGLOG (VERELOG). O nome
      *           e montado em tempo de execucao (ELOREL.D + data da
      *           rodada) em WS-NOME-ELOREL e a geracao entra no
      *           catalogo GERCTLG.
      ******************************************************************
           SELECT ELOREL ASSIGN TO DYNAMIC WS-NOME-ELOREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ELOREL.
