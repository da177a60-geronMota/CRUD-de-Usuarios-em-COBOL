      * Copybook: AARREC
      * Purpose : FD record layout for AUDARC - a imagem do REG-AUDIT
      *           arquivado, gravada como linha corrida do mesmo
      *           tamanho do registro do AUDLOG, elo de integridade
      *           inclusive (o arquivo morto continua a cadeia).
      ******************************************************************
       01 REG-AUD-ARC                    PIC X(126).
