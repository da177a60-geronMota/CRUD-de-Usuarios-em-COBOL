      ******************************************************************
      * Copybook: TRMSEL
      * Purpose : FILE-CONTROL SELECT entry for TRMFILE, o registro de
      *           transmissoes: cada geracao de arquivo que sai do
      *           sistema para um parceiro (RH, gateway de email,
      *           equipe da planilha), gravada pela rotina
      *           compartilhada TRMGRV e conferida contra as
      *           confirmacoes dos parceiros pelo TRMUSER.
      ******************************************************************
           SELECT TRMFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\TRMFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-CHAVE
           FILE STATUS IS WS-FS-TRMFILE.
