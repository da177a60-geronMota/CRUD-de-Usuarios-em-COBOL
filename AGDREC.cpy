      ******************************************************************
      * Copybook: AGDREC
      * Purpose : FD record layout for AGDFILE - uma mudanca agendada:
      *           o CD-USER, o tipo ("A" alteracao de cadastro, "T"
      *           transferencia de departamento, "I" inativacao), a
      *           data de negocio em que passa a valer e os valores
      *           novos (branco mantem o valor atual, como no TRNUSER).
      *           AGD-DT-ALT-BASE guarda o FD-DT-ALTERACAO do cadastro
      *           no momento do agendamento: se o registro for
      *           alterado por outro caminho antes da data, o AGDUSER
      *           recusa a mudanca em vez de passar por cima. Origem
      *           "T" tela (CADAGEND) ou "R" movimento do RH (INTFHR).
      *           Situacao "P" pendente, "A" aplicada, "R" recusada
      *           (motivo em AGD-MOTIVO-RECUSA), "C" cancelada pelo
      *           operador; AGD-DT-PROCESSO e a data em que saiu de
      *           pendente.
      ******************************************************************
       01 REG-AGENDA.
           03 AGD-ID                     PIC 9(06).
           03 AGD-CD-USER                PIC 9(06).
           03 AGD-TIPO                   PIC X(01).
            88 AGD-TP-ALTERACAO          VALUE "A".
            88 AGD-TP-TRANSFERENCIA      VALUE "T".
            88 AGD-TP-INATIVACAO         VALUE "I".
           03 AGD-DT-EFETIVA             PIC 9(08).
           03 AGD-NM                     PIC X(25).
           03 AGD-EMAIL                  PIC X(30).
           03 AGD-PHONE                  PIC X(12).
           03 AGD-DEPTO                  PIC X(10).
           03 AGD-MOTIVO                 PIC X(40).
           03 AGD-ORIGEM                 PIC X(01).
            88 AGD-ORIG-TELA             VALUE "T".
            88 AGD-ORIG-RH               VALUE "R".
           03 AGD-OPERADOR               PIC X(10).
           03 AGD-ROLE-OP                PIC X(10).
           03 AGD-DATA-HORA              PIC 9(14).
           03 AGD-DT-ALT-BASE            PIC 9(14).
           03 AGD-SITUACAO               PIC X(01).
            88 AGD-PENDENTE              VALUE "P".
            88 AGD-APLICADA              VALUE "A".
            88 AGD-RECUSADA              VALUE "R".
            88 AGD-CANCELADA             VALUE "C".
           03 AGD-DT-PROCESSO            PIC 9(08).
           03 AGD-MOTIVO-RECUSA          PIC X(40).
