      ******************************************************************
      * Copybook: SPXSEL
      * Purpose : FILE-CONTROL SELECT entry for SEPSAI, a copia de um
      *           relatorio para um departamento, produzida pelo
      *           SEPAREL. O nome fisico e dinamico
      *           (<relatorio>.<departamento>.D<data>) e cada copia e
      *           registrada no catalogo GERCTLG.
      ******************************************************************
           SELECT SEPSAI ASSIGN TO DYNAMIC WS-NOME-SEPSAI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEPSAI.
