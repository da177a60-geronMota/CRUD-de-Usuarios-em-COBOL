      ******************************************************************
      * Copybook: AGDWK
      * Purpose : WORKING-STORAGE fields for AGDGRV, a rotina
      *           compartilhada de gravacao de uma mudanca agendada.
      *           WS-AGD-ID devolve o numero dado a mudanca e
      *           AGENDA-GRAVADA diz se o WRITE no AGDFILE passou.
      ******************************************************************
       77 WS-AGD-ID                      PIC 9(06).
       77 WS-AGD-GRAVADA                 PIC X.
        88 AGENDA-GRAVADA                VALUE "S" FALSE "N".
       77 WS-AGD-CTRL-NOVO               PIC X.
        88 AGD-CTRL-NOVO                 VALUE "S" FALSE "N".
