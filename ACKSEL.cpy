      ******************************************************************
      * Copybook: ACKSEL
      * Purpose : FILE-CONTROL SELECT entry for ACKFILE, o arquivo de
      *           confirmacoes de recebimento que cada parceiro devolve
      *           (ACKRH do RH, ACKCOR do gateway de email, ACKPLA da
      *           equipe da planilha, ACKDIR da equipe do diretorio).
      *           O nome fisico e montado em
      *           WS-NOME-ACK pelo TRMUSER, um parceiro por vez.
      ******************************************************************
           SELECT ACKFILE ASSIGN TO DYNAMIC WS-NOME-ACK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACKFILE.
