      *                 sozinho encerra do mesmo jeito, e um futuro
      *                 controlador que o chame nao morre junto com o
      *                 passo preso em "E" no JOBCTRL.
      * 15/10/26 GERO - Relatorio sob demanda: chamado pelo SPOOLREL
      *                 para um pedido da FILAREL (cartao PARMREL,
      *                 rotina PRMLER) a faixa de datas vem do pedido; o
      *                 SYSIN passou para o P759.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOPER.
           COPY AUDSEL.
           COPY OPESEL.
           COPY ASRSEL.
           COPY PRMSEL.

       DATA DIVISION.
       FILE SECTION.
       SD WRKAUD.
           COPY ASRREC.

       FD PARMREL.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.

           COPY STATWRK.

           COPY PRMWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P750-RELATAR: mainline do job - pede a faixa de datas, ordena
      * as linhas do AUDLOG dentro da faixa por operador e data/hora
      * via SORT (mesmo esquema do LISTUSER) e imprime o relatorio com
      * quebra por operador. Pedido sob demanda (SPOOLREL) traz a faixa
      * no cartao PARMREL.
      ******************************************************************
           P750-RELATAR.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE ZERO                    TO WS-DATA-INI
           MOVE ZERO                    TO WS-DATA-FIM
           PERFORM P985-LE-PARAMETRO THRU P985-FIM
           IF PRM-SOB-DEMANDA THEN
               MOVE WS-PRM-DATA-INI     TO WS-DATA-INI
               MOVE WS-PRM-DATA-FIM     TO WS-DATA-FIM
           ELSE
               PERFORM P759-PEDE-FAIXA THRU P759-FIM
           END-IF
           IF WS-DATA-FIM EQUAL ZERO THEN
               MOVE 99999999            TO WS-DATA-FIM
           END-IF
           WRITE REG-OPER-REL.
       P758-FIM.

      ******************************************************************
      * P759-PEDE-FAIXA: rodada pela operacao - a faixa de datas vem do
      * SYSIN.
      ******************************************************************
           P759-PEDE-FAIXA.

           DISPLAY "DATA INICIAL AAAAMMDD (ENTER = DESDE O INICIO)"
           ACCEPT WS-DATA-INI

           DISPLAY "DATA FINAL AAAAMMDD (ENTER = ATE HOJE)"
           ACCEPT WS-DATA-FIM.
       P759-FIM.

           COPY STATCHK.

           COPY PRMLER.
       END PROGRAM RELOPER.
