      ******************************************************************
      * Copybook: PASREC
      * Purpose : Area de parametros da passagem unica PASSUSER, montada
      *           pelo CTLNOITE e passada por LINKAGE. Cada entrada e
      *           um passo logico servido pela passagem, na ordem fixa
      *           RECNUSER, INTGUSER, EXTUSER, RELDEPTO, NOTIFUSER e
      *           RELMOVTO: o CTLNOITE liga PAS-ATIVO nos que rodam
      *           esta noite e a passagem devolve em PAS-RC o
      *           RETURN-CODE que o programa sozinho daria e em
      *           PAS-DT-FIM o momento em que a parte dele terminou.
      *           PAS-RETOMADA pede para continuar do ultimo ponto de
      *           controle (PASCKPT) de uma passagem que caiu.
      ******************************************************************
       01 PAS-PARAMETROS.
           03 PAS-RETOMADA               PIC X(01).
            88 PAS-E-RETOMADA            VALUE "S" FALSE "N".
           03 PAS-CONSUMIDOR OCCURS 6 TIMES.
            05 PAS-PROGRAMA              PIC X(10).
            05 PAS-ATIVO                 PIC X(01).
             88 PAS-RODA                 VALUE "S" FALSE "N".
            05 PAS-PASSO                 PIC 9(02).
            05 PAS-RC                    PIC 9(02).
            05 PAS-DT-FIM                PIC 9(14).
