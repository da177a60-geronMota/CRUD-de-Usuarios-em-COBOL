      ******************************************************************
      * Copybook: LGNSEL
      * Purpose : FILE-CONTROL SELECT entry for LGNLOG, o jornal de
      *           entradas do usuario final: cada tentativa de
      *           autenticacao no VALIDUSER e de troca ou reset de
      *           senha no SENHUSER, com o desfecho devolvido ao
      *           chamador - e o que responde ao usuario que diz "eu
      *           nunca entrei" ou "alguem trocou a minha senha".
      ******************************************************************
           SELECT LGNLOG ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\LGNLOG.cbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LGNLOG.
