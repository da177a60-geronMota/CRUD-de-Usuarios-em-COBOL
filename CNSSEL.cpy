      ******************************************************************
      * Copybook: CNSSEL
      * Purpose : FILE-CONTROL SELECT entry for CNSFILE, o registro de
      *           consentimentos do titular por finalidade (mala
      *           direta, email operacional, compartilhamento com RH e
      *           parceiros), chaveado por CD-USER + finalidade,
      *           mantido pelo CADCONS e pelo registro "C" do lote do
      *           RH (INTFHR). Os jobs de saida (CARTUSER, CRTBEMV,
      *           NOTIFUSER, EXTUSER) consultam pela rotina CNSVAL.
      ******************************************************************
           SELECT CNSFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CNSFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CHAVE
           FILE STATUS IS WS-FS-CNSFILE.
