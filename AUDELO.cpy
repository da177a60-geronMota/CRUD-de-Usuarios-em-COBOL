      ******************************************************************
      * Paragraphs: P946-ULTIMO-ELO-AUDLOG, P949-SELA-AUDLOG,
      *             P953-CONFERE-ORIGINAL, P954-RESELA-AUDLOG
      * Purpose : rotina compartilhada do encadeamento do AUDLOG,
      *           copiada na PROCEDURE DIVISION de todo programa que
      *           grava no AUDLOG (junto com ELOCALC e ELOWK).
      *           P946 le o AUDLOG ate o fim e deixa em WS-ELO-ULTIMO
      *           o elo da ultima linha (zero com arquivo vazio,
      *           inexistente ou ultima linha anterior ao
      *           encadeamento) - PERFORMar com o AUDLOG fechado, logo
      *           antes do OPEN EXTEND. P949, logo antes de cada WRITE
      *           REG-AUDIT, liga a linha a anterior e calcula o elo
      *           dela. P953/P954 servem a quem regrava o AUDLOG
      *           mudando o conteudo de linhas (ANONUSER): P953 antes
      *           da mudanca confere a linha original contra a cadeia
      *           original, P954 depois da mudanca recalcula o elo -
      *           so onde a cadeia original estava integra, para a
      *           regravacao nao apagar uma quebra que ja existia.
      ******************************************************************
           P946-ULTIMO-ELO-AUDLOG.

           MOVE ZERO                     TO WS-ELO-ULTIMO

           OPEN INPUT AUDLOG
           IF NOT FS-AUDLOG-OK THEN
               GO TO P946-FIM
           END-IF

           SET ELO-EOF-OK TO FALSE
           PERFORM P948-LE-ELO-AUDLOG THRU P948-FIM UNTIL ELO-EOF-OK

           CLOSE AUDLOG.
       P946-FIM.

           P948-LE-ELO-AUDLOG.

           READ AUDLOG
           AT END
               SET ELO-EOF-OK TO TRUE
           NOT AT END
               IF AUD-ELO IS NUMERIC THEN
                   MOVE AUD-ELO          TO WS-ELO-ULTIMO
               ELSE
                   MOVE ZERO             TO WS-ELO-ULTIMO
               END-IF
           END-READ.
       P948-FIM.

           P949-SELA-AUDLOG.

           MOVE WS-ELO-ULTIMO            TO AUD-ELO-ANT
           MOVE WS-ELO-ULTIMO            TO WS-ELO-ANTERIOR
           MOVE AUD-DADOS                TO WS-ELO-ENTRADA
           MOVE 110                      TO WS-ELO-TAMANHO
           PERFORM P944-CALCULA-ELO THRU P944-FIM
           MOVE WS-ELO-NOVO              TO AUD-ELO
           MOVE WS-ELO-NOVO              TO WS-ELO-ULTIMO.
       P949-FIM.

      ******************************************************************
      * P953-CONFERE-ORIGINAL: linha lida do AUDLOG original, antes de
      * qualquer mudanca - liga com a linha original anterior
      * (WS-ELO-ORIGINAL, zero no comeco) e o elo bate com o conteudo?
      * Linha anterior ao encadeamento fica marcada como legado.
      ******************************************************************
           P953-CONFERE-ORIGINAL.

           SET ELO-LEGADO TO FALSE
           SET ELO-LIGA-OK TO FALSE
           SET ELO-PROPRIO-OK TO FALSE

           IF AUD-ELO IS NOT NUMERIC OR
              AUD-ELO-ANT IS NOT NUMERIC THEN
               SET ELO-LEGADO TO TRUE
               MOVE ZERO                 TO WS-ELO-ORIGINAL
               GO TO P953-FIM
           END-IF

           IF AUD-ELO-ANT EQUAL WS-ELO-ORIGINAL THEN
               SET ELO-LIGA-OK TO TRUE
           END-IF

           MOVE AUD-ELO-ANT              TO WS-ELO-ANTERIOR
           MOVE AUD-DADOS                TO WS-ELO-ENTRADA
           MOVE 110                      TO WS-ELO-TAMANHO
           PERFORM P944-CALCULA-ELO THRU P944-FIM
           IF WS-ELO-NOVO EQUAL AUD-ELO THEN
               SET ELO-PROPRIO-OK TO TRUE
           END-IF

           MOVE AUD-ELO                  TO WS-ELO-ORIGINAL.
       P953-FIM.

      ******************************************************************
      * P954-RESELA-AUDLOG: depois da mudanca - a linha que ligava com
      * a anterior passa a ligar com o novo elo dela; a que estava
      * integra ganha o elo novo do conteudo novo. Linha que ja vinha
      * quebrada continua quebrada.
      ******************************************************************
           P954-RESELA-AUDLOG.

           IF ELO-LEGADO THEN
               MOVE ZERO                 TO WS-ELO-ULTIMO
               GO TO P954-FIM
           END-IF

           IF ELO-LIGA-OK THEN
               MOVE WS-ELO-ULTIMO        TO AUD-ELO-ANT
           END-IF

           IF ELO-PROPRIO-OK THEN
               MOVE AUD-ELO-ANT          TO WS-ELO-ANTERIOR
               MOVE AUD-DADOS            TO WS-ELO-ENTRADA
               MOVE 110                  TO WS-ELO-TAMANHO
               PERFORM P944-CALCULA-ELO THRU P944-FIM
               MOVE WS-ELO-NOVO          TO AUD-ELO
           END-IF

           MOVE AUD-ELO                  TO WS-ELO-ULTIMO.
       P954-FIM.
