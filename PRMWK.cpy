      ******************************************************************
      * Copybook: PRMWK
      * Purpose : WORKING-STORAGE fields for PRMLER, a rotina
      *           compartilhada de leitura do cartao de parametros
      *           PARMREL. PRM-SOB-DEMANDA liga quando o relatorio foi
      *           chamado pelo SPOOLREL para um pedido da FILAREL; os
      *           parametros do pedido voltam em WS-PRM-*.
      ******************************************************************
       77 WS-FS-PARMREL                  PIC 99.
        88 FS-PARMREL-OK                 VALUE 0.
       77 WS-PRM-DEMANDA                 PIC X VALUE "N".
        88 PRM-SOB-DEMANDA               VALUE "S" FALSE "N".
       77 WS-PRM-ID                      PIC 9(06).
       77 WS-PRM-OPERADOR                PIC X(10).
       77 WS-PRM-DATA-INI                PIC 9(08).
       77 WS-PRM-DATA-FIM                PIC 9(08).
       77 WS-PRM-DIAS                    PIC 9(04).
