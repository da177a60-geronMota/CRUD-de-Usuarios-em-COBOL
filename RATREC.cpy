      ******************************************************************
      * Copybook: RATREC
      * Purpose : Record layout for RATEIO, o rateio mensal para o
      *           razao da contabilidade, em desenho fixo: "H" header
      *           com o mes cobrado e o momento da geracao, "D" um
      *           detalhe por departamento cobrado (usuarios-dia do
      *           mes, tarifa por usuario-dia e valor, com quatro e
      *           duas decimais implicitas), "T" trailer com a
      *           quantidade de detalhes e os totais de usuarios-dia
      *           e de valor, para conferencia do lote.
      ******************************************************************
       01 REG-RATEIO.
           03 RAT-TIPO                   PIC X(01).
            88 RAT-HEADER                VALUE "H".
            88 RAT-DETALHE               VALUE "D".
            88 RAT-TRAILER               VALUE "T".
           03 RAT-DADOS                  PIC X(99).
           03 RAT-HEADER-AREA REDEFINES RAT-DADOS.
               05 RAT-AAAAMM             PIC 9(06).
               05 RAT-DT-GERACAO         PIC 9(14).
               05 FILLER                 PIC X(79).
           03 RAT-DET-AREA REDEFINES RAT-DADOS.
               05 RAT-DEPTO              PIC X(10).
               05 RAT-DESCRICAO          PIC X(30).
               05 RAT-USER-DIAS          PIC 9(07).
               05 RAT-TARIFA             PIC 9(03)V9(04).
               05 RAT-VALOR              PIC 9(09)V99.
               05 FILLER                 PIC X(34).
           03 RAT-TRL-AREA REDEFINES RAT-DADOS.
               05 RAT-QTD-DEPTOS         PIC 9(05).
               05 RAT-TOT-USER-DIAS      PIC 9(09).
               05 RAT-TOT-VALOR          PIC 9(11)V99.
               05 FILLER                 PIC X(72).
