      ******************************************************************
      * Copybook: TAXREC
      * Purpose : FD record layout for TAXFILE - a tarifa por
      *           usuario-dia de um departamento a partir de um mes
      *           (vigencia AAAAMM), chaveada por departamento +
      *           vigencia. TAX-DEPTO em branco e a tarifa padrao, que
      *           vale para todo departamento sem tarifa propria. O
      *           rateio de um mes usa, por departamento, a vigencia
      *           mais recente que nao passa do mes - mudar a tarifa
      *           e incluir uma vigencia nova, e um mes antigo
      *           reprocessado continua com a tarifa da epoca.
      ******************************************************************
       01 REG-TAXA.
           03 TAX-CHAVE.
               05 TAX-DEPTO              PIC X(10).
               05 TAX-VIGENCIA           PIC 9(06).
           03 TAX-VALOR-DIA              PIC 9(03)V9(04).
           03 TAX-DT-ALTERACAO           PIC 9(14).
