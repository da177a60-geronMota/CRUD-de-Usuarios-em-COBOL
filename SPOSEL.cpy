      ******************************************************************
      * Copybook: SPOSEL
      * Purpose : FILE-CONTROL SELECT entry for WRKSEP, the sort work
      *           file SEPAREL usa para reordenar as linhas de um
      *           relatorio por departamento, na ordem de emissao.
      ******************************************************************
           SELECT WRKSEP ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\WRKSEP.cbl".
