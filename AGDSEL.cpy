      ******************************************************************
      * Copybook: AGDSEL
      * Purpose : FILE-CONTROL SELECT entry for AGDFILE, as mudancas de
      *           cadastro agendadas para uma data de negocio futura
      *           (alteracao, transferencia de departamento,
      *           inativacao), gravadas pelo CADAGEND ou pelo INTFHR
      *           e aplicadas pelo AGDUSER na corrente da noite.
      *           Chave primaria o numero da mudanca (sequencia "A"
      *           do CADCTRL); a chave alternada CD-USER reune as
      *           mudancas de um mesmo usuario.
      ******************************************************************
           SELECT AGDFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\AGDFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGD-ID
           ALTERNATE RECORD KEY IS AGD-CD-USER WITH DUPLICATES
           FILE STATUS IS WS-FS-AGDFILE.
