      ******************************************************************
      * Copybook: ESCWK
      * Purpose : WORKING-STORAGE fields for ESCVAL, a rotina
      *           compartilhada de escopo de departamentos do operador.
      *           Caller moves o FD-DEPTO e o CD-USER do registro para
      *           WS-ESC-DEPTO/WS-ESC-CD-USER antes de PERFORMar
      *           P978-CONFERE-ESCOPO e, na recusa, P979-RECUSA-ESCOPO.
      *           WS-ESC-OCULTOS conta os escondidos numa varredura,
      *           para P974-REGISTRA-OCULTOS.
      ******************************************************************
       77 WS-ESC-DEPTO                   PIC X(10).
       77 WS-ESC-CD-USER                 PIC 9(06).
       77 WS-ESC-IDX                     PIC 9(02) COMP.
       77 WS-ESCOPO-OK                   PIC X.
        88 ESCOPO-OK                     VALUE "S" FALSE "N".
       77 WS-ESC-OCULTOS                 PIC 9(05).
