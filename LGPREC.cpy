      ******************************************************************
      * Copybook: LGPREC
      * Purpose : FD record layout for LGPFILE - um pedido de titular:
      *           quem pediu (o proprio titular ou um representante),
      *           o CD-USER a que se refere, o tipo, a data de
      *           recebimento e o prazo legal de 15 dias uteis contado
      *           no CALFILE (rotina DUTCALC), o operador responsavel
      *           pelo atendimento e a situacao. LGP-ALERTA e gravado
      *           pelo AGELGPD toda noite: "P" faltam 3 dias uteis ou
      *           menos, "V" prazo vencido, espaco dentro do prazo ou
      *           pedido encerrado.
      ******************************************************************
       01 REG-PEDIDO-LGPD.
           03 LGP-ID                     PIC 9(06).
           03 LGP-CD-USER                PIC 9(06).
           03 LGP-REQUERENTE             PIC X(30).
           03 LGP-TIPO                   PIC X(01).
            88 LGP-TP-ACESSO             VALUE "A".
            88 LGP-TP-CORRECAO           VALUE "C".
            88 LGP-TP-PORTABILIDADE      VALUE "P".
            88 LGP-TP-ELIMINACAO         VALUE "E".
           03 LGP-DT-RECEBIDO            PIC 9(08).
           03 LGP-DT-PRAZO               PIC 9(08).
           03 LGP-OPERADOR               PIC X(10).
           03 LGP-STATUS                 PIC X(01).
            88 LGP-ABERTO                VALUE "A".
            88 LGP-EM-ATENDIMENTO        VALUE "E".
            88 LGP-CONCLUIDO             VALUE "C".
            88 LGP-INDEFERIDO            VALUE "I".
            88 LGP-PENDENTE              VALUE "A" "E".
           03 LGP-DT-CONCLUSAO           PIC 9(08).
           03 LGP-ALERTA                 PIC X(01).
            88 LGP-SEM-ALERTA            VALUE SPACE.
            88 LGP-PRAZO-PROXIMO         VALUE "P".
            88 LGP-PRAZO-VENCIDO         VALUE "V".
           03 LGP-DIAS-RESTAM            PIC 9(03).
           03 LGP-OBSERVACAO             PIC X(40).
           03 LGP-OPER-REGISTRO          PIC X(10).
           03 LGP-DATA-HORA              PIC 9(14).
