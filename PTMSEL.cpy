      ******************************************************************
      * Copybook: PTMSEL
      * Purpose : FILE-CONTROL SELECT entry for PASTMP, arquivo de
      *           trabalho da retomada da passagem unica PASSUSER: as
      *           linhas de uma saida parcial que o ponto de controle
      *           cobre passam por aqui para a saida ser regravada sem
      *           o que veio depois dele.
      ******************************************************************
           SELECT PASTMP ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\PASTMP.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PASTMP.
