      ******************************************************************
      * Copybook: PRMREC
      * Purpose : FD record layout for PARMREL - o programa do
      *           relatorio, o numero do pedido na FILAREL, quem pediu
      *           e os parametros do pedido.
      ******************************************************************
       01 REG-PARM-REL.
           03 PRM-PROGRAMA               PIC X(08).
           03 PRM-ID                     PIC 9(06).
           03 PRM-OPERADOR               PIC X(10).
           03 PRM-DATA-INI               PIC 9(08).
           03 PRM-DATA-FIM               PIC 9(08).
           03 PRM-DIAS                   PIC 9(04).
