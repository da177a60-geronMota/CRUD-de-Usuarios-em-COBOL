      ******************************************************************
      * Paragraphs: P920-SOMA-DIAS-UTEIS / P921-CONTA-DIAS-UTEIS
      * Purpose : rotina compartilhada de dias uteis, copiada na
      *           PROCEDURE DIVISION de quem conta prazo legal em dias
      *           uteis (CADLGPD, AGELGPD). Dia util e a data de
      *           negocio do CALFILE que nao esta marcada como
      *           feriado; fora do periodo coberto pelo calendario
      *           (antes da primeira ou depois da ultima data
      *           cadastrada, ou sem CALFILE) vale segunda a sexta. A
      *           propria rotina abre e fecha o CALFILE para leitura -
      *           o caller so precisa ter CALSEL/CALREC e o
      *           WS-FS-CALFILE.
      *           P920 soma WS-DUT-QTD-DIAS dias uteis a
      *           WS-DUT-DATA-BASE (a data base nao conta) e devolve
      *           WS-DUT-DATA-FIM. P921 conta os dias uteis depois de
      *           WS-DUT-DATA-BASE ate WS-DUT-DATA-FIM inclusive e
      *           devolve em WS-DUT-QTD-DIAS (zero se o fim nao for
      *           posterior a base).
      ******************************************************************
           P920-SOMA-DIAS-UTEIS.

           PERFORM P923-ABRE-CALEN THRU P923-FIM

           COMPUTE WS-DUT-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DUT-DATA-BASE)
           MOVE WS-DUT-DATA-BASE         TO WS-DUT-DATA
           MOVE ZERO                     TO WS-DUT-CONTADOS

           PERFORM P924-PROXIMO-DIA THRU P924-FIM
                   UNTIL WS-DUT-CONTADOS NOT LESS WS-DUT-QTD-DIAS

           MOVE WS-DUT-DATA              TO WS-DUT-DATA-FIM

           IF DUT-TEM-CALEN THEN
               CLOSE CALFILE
           END-IF.
       P920-FIM.

           P921-CONTA-DIAS-UTEIS.

           MOVE ZERO                     TO WS-DUT-QTD-DIAS

           IF WS-DUT-DATA-FIM NOT GREATER WS-DUT-DATA-BASE THEN
               GO TO P921-FIM
           END-IF

           PERFORM P923-ABRE-CALEN THRU P923-FIM

           COMPUTE WS-DUT-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DUT-DATA-BASE)
           COMPUTE WS-DUT-INTEIRO-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DUT-DATA-FIM)

           MOVE ZERO                     TO WS-DUT-CONTADOS

           PERFORM P924-PROXIMO-DIA THRU P924-FIM
                   UNTIL WS-DUT-INTEIRO NOT LESS WS-DUT-INTEIRO-FIM

           MOVE WS-DUT-CONTADOS          TO WS-DUT-QTD-DIAS

           IF DUT-TEM-CALEN THEN
               CLOSE CALFILE
           END-IF.
       P921-FIM.

      ******************************************************************
      * P922-TESTA-DIA-UTIL: WS-DUT-DATA e dia util? Dentro do periodo
      * do calendario decide o CALFILE; fora dele, o dia da semana
      * (INTEGER-OF-DATE 1 e uma segunda-feira).
      ******************************************************************
           P922-TESTA-DIA-UTIL.

           SET DUT-DIA-UTIL TO FALSE

           IF DUT-TEM-CALEN AND
              WS-DUT-DATA NOT LESS WS-DUT-CAL-PRIMEIRA AND
              WS-DUT-DATA NOT GREATER WS-DUT-CAL-ULTIMA THEN
               MOVE WS-DUT-DATA          TO CAL-DATA
               READ CALFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CAL-E-FERIADO THEN
                       SET DUT-DIA-UTIL TO TRUE
                   END-IF
               END-READ
               GO TO P922-FIM
           END-IF

           COMPUTE WS-DUT-DIA-SEMANA =
               FUNCTION MOD(WS-DUT-INTEIRO, 7)
           IF WS-DUT-DIA-SEMANA GREATER ZERO AND
              WS-DUT-DIA-SEMANA LESS 6 THEN
               SET DUT-DIA-UTIL TO TRUE
           END-IF.
       P922-FIM.

      ******************************************************************
      * P923-ABRE-CALEN: abre o CALFILE e guarda a primeira e a ultima
      * data cadastradas - o periodo em que o calendario manda.
      ******************************************************************
           P923-ABRE-CALEN.

           SET DUT-TEM-CALEN TO FALSE
           MOVE ZERO                     TO WS-DUT-CAL-PRIMEIRA
           MOVE ZERO                     TO WS-DUT-CAL-ULTIMA

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               GO TO P923-FIM
           END-IF

           SET DUT-TEM-CALEN TO TRUE
           MOVE ZERO                     TO CAL-DATA
           SET DUT-CAL-EOF TO FALSE

           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET DUT-CAL-EOF TO TRUE
           END-START

           PERFORM P925-LE-CALEN THRU P925-FIM UNTIL DUT-CAL-EOF.
       P923-FIM.

      ******************************************************************
      * P924-PROXIMO-DIA: avanca um dia corrido e soma em
      * WS-DUT-CONTADOS se for dia util.
      ******************************************************************
           P924-PROXIMO-DIA.

           ADD 1                         TO WS-DUT-INTEIRO
           COMPUTE WS-DUT-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DUT-INTEIRO)
           PERFORM P922-TESTA-DIA-UTIL THRU P922-FIM
           IF DUT-DIA-UTIL THEN
               ADD 1                     TO WS-DUT-CONTADOS
           END-IF.
       P924-FIM.

           P925-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET DUT-CAL-EOF TO TRUE
           NOT AT END
               IF WS-DUT-CAL-PRIMEIRA EQUAL ZERO THEN
                   MOVE CAL-DATA         TO WS-DUT-CAL-PRIMEIRA
               END-IF
               MOVE CAL-DATA             TO WS-DUT-CAL-ULTIMA
           END-READ.
       P925-FIM.
