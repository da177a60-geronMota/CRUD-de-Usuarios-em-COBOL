      ******************************************************************
      * Copybook: CAPREC
      * Purpose : FD record layout for CAPHIST - a medida de um item
      *           de capacidade no mes de negocio, chaveada por mes
      *           (AAAAMM) + nome do item. CAP-TIPO diz o que foi
      *           medido: "S" sequencia do CADCTRL (CAP-VALOR e o
      *           ultimo numero emitido), "M" cadastro mestre e "L"
      *           arquivo de log (CAP-VALOR e a quantidade de
      *           registros). Uma segunda rodada no mesmo mes
      *           substitui a medida.
      ******************************************************************
       01 REG-CAPAC-HIST.
           03 CAP-CHAVE.
               05 CAP-AAAAMM             PIC 9(06).
               05 CAP-ITEM               PIC X(10).
           03 CAP-TIPO                   PIC X(01).
            88 CAP-SEQUENCIA             VALUE "S".
            88 CAP-MESTRE                VALUE "M".
            88 CAP-LOG                   VALUE "L".
           03 CAP-VALOR                  PIC 9(09).
           03 CAP-DT-FOTO                PIC 9(14).
