      ******************************************************************
      * Copybook: DUTWK
      * Purpose : WORKING-STORAGE fields for DUTCALC, a rotina
      *           compartilhada de dias uteis sobre o calendario de
      *           processamento CALFILE. Para somar dias uteis o caller
      *           move a data de partida para WS-DUT-DATA-BASE e a
      *           quantidade para WS-DUT-QTD-DIAS e recebe a data em
      *           WS-DUT-DATA-FIM (P920); para contar, move as duas
      *           datas e recebe a quantidade em WS-DUT-QTD-DIAS
      *           (P921).
      ******************************************************************
       77 WS-DUT-DATA-BASE               PIC 9(08).
       77 WS-DUT-DATA-FIM                PIC 9(08).
       77 WS-DUT-QTD-DIAS                PIC 9(04).
       77 WS-DUT-DATA                    PIC 9(08).
       77 WS-DUT-CONTADOS                PIC 9(04).
       77 WS-DUT-INTEIRO                 PIC 9(08).
       77 WS-DUT-INTEIRO-FIM             PIC 9(08).
       77 WS-DUT-DIA-SEMANA              PIC 9(01).
       77 WS-DUT-CAL-PRIMEIRA            PIC 9(08).
       77 WS-DUT-CAL-ULTIMA              PIC 9(08).
       77 WS-DUT-TEM-CALEN               PIC X.
        88 DUT-TEM-CALEN                 VALUE "S" FALSE "N".
       77 WS-DUT-CAL-EOF                 PIC X.
        88 DUT-CAL-EOF                   VALUE "S" FALSE "N".
       77 WS-DUT-DIA-UTIL                PIC X.
        88 DUT-DIA-UTIL                  VALUE "S" FALSE "N".
