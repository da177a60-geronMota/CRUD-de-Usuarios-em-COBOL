      ******************************************************************
      * Copybook: PCKREC
      * Purpose : FD record layout for PASCKPT - so a chave e a area de
      *           dados; o detalhe do ponto de controle esta no mirror
      *           WS-PAS-CKPT (PCKWK), lido e gravado com INTO/FROM.
      ******************************************************************
       01 REG-PAS-CKPT.
           03 CKP-CHAVE                  PIC X(01).
           03 CKP-DADOS                  PIC X(1542).
