      *                 sozinho encerra do mesmo jeito, e um futuro
      *                 controlador que o chame nao morre junto com o
      *                 passo preso em "E" no JOBCTRL.
      * 15/10/26 GERO - O trailer leva a data/hora do inicio do unload
      *                 (BKP-DATA-HORA), ponto de partida do REAPUSER na
      *                 reaplicacao do jornal JRNUSER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVEUSER.
       77 WS-QTD-REG                     PIC 9(09).
       77 WS-SOMA-CD                     PIC 9(12).
       77 WS-SOMA-FONE                   PIC 9(18).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-INICIO                PIC 9(14).

           COPY STATWRK.

           MOVE ZERO TO WS-SOMA-CD
           MOVE ZERO TO WS-SOMA-FONE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-INICIO
           END-STRING

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER           TO WS-FS-CODIGO
               MOVE WS-QTD-REG          TO BKP-QTD-REG
               MOVE WS-SOMA-CD          TO BKP-SOMA-CD
               MOVE WS-SOMA-FONE        TO BKP-SOMA-FONE
               MOVE WS-STAMP-INICIO     TO BKP-DATA-HORA
               WRITE REG-BACKUP

               CLOSE BKPUSER
