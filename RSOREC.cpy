      ******************************************************************
      * Copybook: RSOREC
      * Purpose : Sort-work record for WRKRAT - um evento que muda a
      *           situacao ou o departamento do usuario desde o inicio
      *           do mes do rateio, ou o registro atual dele no
      *           CADUSER. RSO-TIPO: "S" mudanca de STATUS no AUDLOG,
      *           "D" mudanca de DEPTO no AUDLOG (TRFDEPTO, ALTERUSER,
      *           MNTUSER...), "H" inativacao arquivada no CADHIST (o
      *           departamento da epoca em RSO-DEPTO-NOVO), "B" o
      *           cadastro atual, com data-hora toda em noves para vir
      *           depois dos eventos do mesmo usuario.
      ******************************************************************
       01 REG-RAT-EVENTO.
           03 RSO-CD-USER                PIC 9(06).
           03 RSO-DATA-HORA              PIC 9(14).
           03 RSO-TIPO                   PIC X(01).
            88 RSO-EVT-STATUS            VALUE "S".
            88 RSO-EVT-DEPTO             VALUE "D".
            88 RSO-EVT-ARQUIVO           VALUE "H".
            88 RSO-CADASTRO              VALUE "B".
           03 RSO-STATUS-ANT             PIC X(01).
           03 RSO-STATUS-NOVO            PIC X(01).
           03 RSO-DEPTO-ANT              PIC X(10).
           03 RSO-DEPTO-NOVO             PIC X(10).
           03 RSO-DT-CADASTRO            PIC 9(14).
           03 RSO-NM                     PIC X(25).
