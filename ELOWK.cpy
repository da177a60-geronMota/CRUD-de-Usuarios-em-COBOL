      ******************************************************************
      * Copybook: ELOWK
      * Purpose : WORKING-STORAGE fields for ELOCALC, a rotina
      *           compartilhada do elo de integridade encadeado do
      *           AUDLOG e do SEGLOG, e para as rotinas que a usam
      *           (AUDELO, SEGGRV). Caller moves o elo da linha
      *           anterior para WS-ELO-ANTERIOR, o conteudo da linha
      *           para WS-ELO-ENTRADA e o tamanho dele para
      *           WS-ELO-TAMANHO e PERFORMa P944-CALCULA-ELO; o elo
      *           sai em WS-ELO-NOVO. WS-ELO-ULTIMO guarda o elo da
      *           ultima linha gravada no log aberto.
      ******************************************************************
       77 WS-ELO-ENTRADA                 PIC X(128).
       77 WS-ELO-TAMANHO                 PIC 9(03) COMP.
       77 WS-ELO-ANTERIOR                PIC 9(08).
       77 WS-ELO-NOVO                    PIC 9(08).
       77 WS-ELO-ULTIMO                  PIC 9(08).
       77 WS-ELO-ORIGINAL                PIC 9(08).
       77 WS-ELO-NUM                     PIC 9(09) COMP.
       77 WS-ELO-POSICAO                 PIC 9(03) COMP.
       77 WS-ELO-ORD                     PIC 9(03) COMP.
       77 WS-ELO-EOF                     PIC X.
        88 ELO-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-ELO-LEGADO                  PIC X.
        88 ELO-LEGADO                    VALUE "S" FALSE "N".
       77 WS-ELO-LIGA-OK                 PIC X.
        88 ELO-LIGA-OK                   VALUE "S" FALSE "N".
       77 WS-ELO-PROPRIO-OK              PIC X.
        88 ELO-PROPRIO-OK                VALUE "S" FALSE "N".
