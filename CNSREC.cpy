      ******************************************************************
      * Copybook: CNSREC
      * Purpose : FD record layout for CNSFILE - um registro por
      *           CD-USER e finalidade. CNS-SITUACAO e a vontade atual
      *           do titular ("S" consentiu, "N" revogou); as datas do
      *           ultimo opt-in e do ultimo opt-out ficam guardadas as
      *           duas, com o canal por onde veio a ultima manifestacao
      *           ("F" formulario em papel, "E" email, "T" telefone,
      *           "R" interface do RH). Sem registro nao ha
      *           consentimento.
      ******************************************************************
       01 REG-CONSENT.
           03 CNS-CHAVE.
               05 CNS-CD-USER            PIC 9(06).
               05 CNS-FINALIDADE         PIC X(01).
                88 CNS-FIN-MALA-DIRETA   VALUE "M".
                88 CNS-FIN-EMAIL-OPER    VALUE "O".
                88 CNS-FIN-COMPARTILHA   VALUE "C".
           03 CNS-SITUACAO               PIC X(01).
            88 CNS-OPT-IN                VALUE "S".
            88 CNS-OPT-OUT               VALUE "N".
           03 CNS-DT-OPT-IN              PIC 9(08).
           03 CNS-DT-OPT-OUT             PIC 9(08).
           03 CNS-CANAL                  PIC X(01).
            88 CNS-CANAL-FORMULARIO      VALUE "F".
            88 CNS-CANAL-EMAIL           VALUE "E".
            88 CNS-CANAL-TELEFONE        VALUE "T".
            88 CNS-CANAL-RH              VALUE "R".
           03 CNS-OPERADOR               PIC X(10).
           03 CNS-DATA-HORA              PIC 9(14).
