      ******************************************************************
      * Copybook: RSGREC
      * Purpose : Sort-work record for WRKRSG - um periodo continuo em
      *           que o usuario esteve ativo num departamento dentro
      *           do mes do rateio (dia inicial, dia final, dias) e o
      *           que abriu e fechou o periodo. Mesmo tamanho do
      *           RATTMP (RTPREC), de onde o SORT le.
      ******************************************************************
       01 REG-RAT-PERIODO.
           03 RSG-DEPTO                  PIC X(10).
           03 RSG-CD-USER                PIC 9(06).
           03 RSG-NM                     PIC X(25).
           03 RSG-DIA-INI                PIC 9(02).
           03 RSG-DIA-FIM                PIC 9(02).
           03 RSG-DIAS                   PIC 9(02).
           03 RSG-ENTRADA                PIC X(13).
           03 RSG-SAIDA                  PIC X(13).
           03 FILLER                     PIC X(07).
