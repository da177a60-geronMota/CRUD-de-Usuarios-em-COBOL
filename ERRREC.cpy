      ******************************************************************
      * Copybook: ERRREC
      * Purpose : Record layout for ERRLOG - um erro de arquivo por
      *           linha: programa, arquivo logico, FILE STATUS,
      *           quando aconteceu e o numero da mensagem mostrada ao
      *           operador (catalogo MSGFILE), para o suporte achar o
      *           texto que ele viu.
      ******************************************************************
       01 REG-ERRO.
           03 ERR-PROGRAMA               PIC X(10).
           03 ERR-ARQUIVO                PIC X(10).
           03 ERR-STATUS                 PIC 99.
           03 ERR-DATA-HORA              PIC 9(14).
           03 ERR-MSG-NUMERO             PIC 9(04).
