      * Purpose : FILE-CONTROL SELECT entry for TRNUSER, o arquivo de
      *           transacoes de manutencao em massa lido pelo MNTUSER
      *           (alteracao, inativacao e reativacao em lote - o
      *           arquivo trimestral de acertos do RH). Alem do
      *           arquivo preparado a mao, recebe em EXTEND as
      *           transacoes do INTFHR e as do IMPCSV (planilha do
      *           CSVUSER corrigida pelas areas).
      ******************************************************************
           SELECT TRNUSER ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\TRNUSER.cbl"
