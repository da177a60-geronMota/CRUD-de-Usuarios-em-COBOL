      * Copybook: GERSEL
      * Purpose : FILE-CONTROL SELECT entry for GERCTLG, o catalogo de
      *           geracoes datadas das saidas noturnas (CSVUSER,
      *           BALUSER, DEPUSER e as copias por departamento do
      *           SEPAREL): o que foi produzido, quando e com que nome
      *           fisico. Mantido pela rotina compartilhada GERGRV e
      *           consultado pelo visualizador VERGERAC.
      ******************************************************************
           SELECT GERCTLG ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\GERCTLG.cbl"
