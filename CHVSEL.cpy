      ******************************************************************
      * Copybook: CHVSEL
      * Purpose : FILE-CONTROL SELECT entry for CHVFILE, o arquivo
      *           protegido das chaves de cifra do CPF e da data de
      *           nascimento do CPLFILE/CPLHIST. So a rotina CRPCIF o
      *           le e so o CONVCRIP e o ROTCHAVE o gravam; fica fora
      *           dos backups do cadastro e com acesso restrito a
      *           seguranca na operacao.
      ******************************************************************
           SELECT CHVFILE ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CHVFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHV-VERSAO
           FILE STATUS IS WS-FS-CHVFILE.
