      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/LIMITES DO RELATORIO DE
      *         CAPACIDADE
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: mostra e mantem o registro "Y"
      *                 de CADCTRL, lido pelo RELCAPAC - o limite de
      *                 registros dos cadastros mestres e o dos logs,
      *                 em milhares, e o horizonte de alerta em meses.
      *                 ENTER mantem o valor em vigor; zero no registro
      *                 vale o padrao (900 mil, 500 mil e 12 meses).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCAPAC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-LIMITE-MESTRE               PIC 9(06).
       77 WS-LIMITE-LOG                  PIC 9(06).
       77 WS-HORIZONTE                   PIC 9(03).
       77 WS-NOVO-VALOR                  PIC 9(06).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P204-LIMITES: mainline - le o registro "Y" (criando-o zerado
      * na primeira vez), mostra os valores em vigor, pede os novos e
      * grava.
      ******************************************************************
           P204-LIMITES.

           MOVE "LIMCAPAC"          TO WS-FS-PROGRAMA

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF
           IF NOT FS-CADCTRL-OK THEN
               MOVE WS-FS-CADCTRL        TO WS-FS-CODIGO
               MOVE "CADCTRL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "Y"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "Y"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           PERFORM P205-VALORES THRU P205-FIM

           DISPLAY "==================================================="
           DISPLAY "LIMITES DO RELATORIO DE CAPACIDADE (RELCAPAC)"
           DISPLAY "CADASTROS MESTRES (MIL REGISTROS): "
                   WS-LIMITE-MESTRE
           DISPLAY "LOGS (MIL REGISTROS)             : "
                   WS-LIMITE-LOG
           DISPLAY "HORIZONTE DE ALERTA (MESES)      : "
                   WS-HORIZONTE
           DISPLAY "==================================================="

           DISPLAY "NOVO LIMITE DOS CADASTROS EM MIL (ENTER = MANTEM)"
           MOVE ZERO                     TO WS-NOVO-VALOR
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR GREATER ZERO THEN
               MOVE WS-NOVO-VALOR        TO CTR-ULT-SEQ
           END-IF

           DISPLAY "NOVO LIMITE DOS LOGS EM MIL (ENTER = MANTEM)"
           MOVE ZERO                     TO WS-NOVO-VALOR
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR GREATER ZERO THEN
               MOVE WS-NOVO-VALOR        TO CTR-QTD-ATIVO
           END-IF

           DISPLAY "NOVO HORIZONTE DE ALERTA EM MESES, 1 A 120 (ENTER"
                   " = MANTEM)"
           MOVE ZERO                     TO WS-NOVO-VALOR
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR GREATER 120 THEN
               DISPLAY "HORIZONTE ACIMA DE 120 MESES, MANTIDO O ATUAL"
               MOVE ZERO                 TO WS-NOVO-VALOR
           END-IF
           IF WS-NOVO-VALOR GREATER ZERO THEN
               MOVE WS-NOVO-VALOR        TO CTR-QTD-INATIVO
           END-IF

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           IF NOT FS-CADCTRL-OK THEN
               MOVE WS-FS-CADCTRL        TO WS-FS-CODIGO
               MOVE "CADCTRL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE CADCTRL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P205-VALORES THRU P205-FIM

           CLOSE CADCTRL

           DISPLAY "LIMITES GRAVADOS: CADASTROS " WS-LIMITE-MESTRE
                   " MIL, LOGS " WS-LIMITE-LOG " MIL, ALERTA "
                   WS-HORIZONTE " MESES"

           GOBACK.
       P204-FIM.

      ******************************************************************
      * P205-VALORES: valores em vigor do registro "Y" - campo zerado
      * vale o padrao, como no RELCAPAC.
      ******************************************************************
           P205-VALORES.

           MOVE 900                      TO WS-LIMITE-MESTRE
           MOVE 500                      TO WS-LIMITE-LOG
           MOVE 12                       TO WS-HORIZONTE

           IF CTR-ULT-SEQ GREATER ZERO THEN
               MOVE CTR-ULT-SEQ          TO WS-LIMITE-MESTRE
           END-IF
           IF CTR-QTD-ATIVO GREATER ZERO THEN
               MOVE CTR-QTD-ATIVO        TO WS-LIMITE-LOG
           END-IF
           IF CTR-QTD-INATIVO GREATER ZERO THEN
               MOVE CTR-QTD-INATIVO      TO WS-HORIZONTE
           END-IF.
       P205-FIM.

           COPY STATCHK.
       END PROGRAM LIMCAPAC.
