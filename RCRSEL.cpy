      ******************************************************************
      * Copybook: RCRSEL
      * Purpose : FILE-CONTROL SELECT entry for CERTREL, o relatorio
      *           impresso do CERTUSER: na abertura da campanha as
      *           folhas de certificacao (uma por departamento), no
      *           encerramento o relatorio de evidencia para a
      *           auditoria (certificados, revogados e sem resposta
      *           por departamento).
      ******************************************************************
           SELECT CERTREL ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CERTREL.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CERTREL.
