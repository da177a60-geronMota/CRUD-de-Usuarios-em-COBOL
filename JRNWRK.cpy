      ******************************************************************
      * Copybook: JRNWRK
      * Purpose : WORKING-STORAGE fields for JRNGRV, a rotina
      *           compartilhada de gravacao no jornal JRNUSER. Caller
      *           move o proprio PROGRAM-ID para WS-JRN-PROGRAMA uma
      *           vez, no inicio da mainline; copia REG-USER para
      *           WS-JRN-ANTES logo depois do READ que traz o
      *           registro, antes de mexer em qualquer campo; e, depois
      *           do WRITE/REWRITE/DELETE, move o tipo ("I", "A" ou
      *           "E") para WS-JRN-TIPO e PERFORMa P973-GRAVA-JORNAL
      *           com REG-USER ainda carregado com a imagem gravada.
      ******************************************************************
       77 WS-FS-JRNUSER                  PIC 99.
        88 FS-JRNUSER-OK                 VALUE 0.
       77 WS-JRN-PROGRAMA                PIC X(10).
       77 WS-JRN-TIPO                    PIC X(01).
       77 WS-JRN-ANTES                   PIC X(120).
       77 WS-JRN-DATA-SIS                PIC 9(08).
       77 WS-JRN-HORA-SIS                PIC 9(08).
