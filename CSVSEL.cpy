      *           O nome fisico agora e dinamico: o programa monta
      *           uma geracao datada (<nome>.D<data>) a cada rodada,
      *           registrada no catalogo GERCTLG, em vez de regravar
      *           o mesmo arquivo toda noite. A planilha corrigida
      *           pelas areas volta como CSVRET (CSISEL), no mesmo
      *           layout, e e lida pelo IMPCSV.
      ******************************************************************
           SELECT CSVUSER ASSIGN TO DYNAMIC WS-NOME-CSVUSER
           ORGANIZATION IS LINE SEQUENTIAL
