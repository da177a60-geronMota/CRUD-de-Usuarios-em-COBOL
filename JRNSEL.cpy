      ******************************************************************
      * Copybook: JRNSEL
      * Purpose : FILE-CONTROL SELECT entry for JRNUSER, o jornal de
      *           recuperacao do CADUSER: uma linha com a imagem
      *           antes/depois de cada WRITE, REWRITE ou DELETE de
      *           REG-USER, gravada pela rotina JRNGRV e reaplicada
      *           pelo REAPUSER em cima do ultimo BKPUSER.
      ******************************************************************
           SELECT JRNUSER ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\JRNUSER.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JRNUSER.
