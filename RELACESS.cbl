      *                 central, como nos demais batches - a falha das
      *                 2 da manha deixava so um DISPLAY que ninguem
      *                 viu.
      * 15/10/26 GERO - Relatorio sob demanda: chamado pelo SPOOLREL
      *                 para um pedido da FILAREL (cartao PARMREL,
      *                 rotina PRMLER) a faixa de datas vem do pedido; o
      *                 SYSIN passou para o P572.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACESS.
       FILE-CONTROL.
           COPY ACSSEL.
           COPY ACRSEL.
           COPY PRMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ACSREL.
           COPY ACRREC.

       FD PARMREL.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-ACSLOG                   PIC 99.
        88 FS-ACSLOG-OK                  VALUE 0.

           COPY STATWRK.

           COPY PRMWK.

       01 TAB-OPERADORES.
           03 TAB-OPER OCCURS 200 TIMES.
               05 TAB-OPER-ID            PIC X(10).
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE ZERO TO WS-DATA-INI
           MOVE ZERO TO WS-DATA-FIM
           PERFORM P985-LE-PARAMETRO THRU P985-FIM
           IF PRM-SOB-DEMANDA THEN
               MOVE WS-PRM-DATA-INI TO WS-DATA-INI
               MOVE WS-PRM-DATA-FIM TO WS-DATA-FIM
           ELSE
               PERFORM P572-PEDE-FAIXA THRU P572-FIM
           END-IF
           IF WS-DATA-FIM EQUAL ZERO THEN
               MOVE 99999999 TO WS-DATA-FIM
           END-IF
               MOVE WS-K                TO WS-MAIOR-IDX
           END-IF.
       P571-FIM.

      ******************************************************************
      * P572-PEDE-FAIXA: rodada pela operacao - a faixa de datas vem do
      * SYSIN; pedido sob demanda (SPOOLREL) a traz no cartao PARMREL.
      ******************************************************************
           P572-PEDE-FAIXA.

           DISPLAY "DATA INICIAL AAAAMMDD (ENTER = DESDE O INICIO)"
           ACCEPT WS-DATA-INI

           DISPLAY "DATA FINAL AAAAMMDD (ENTER = ATE HOJE)"
           ACCEPT WS-DATA-FIM.
       P572-FIM.
           COPY STATCHK.

           COPY PRMLER.
       END PROGRAM RELACESS.
