      *           ou desbloqueio (login do MENUUSER, SECADMIN). Abre
      *           em EXTEND (criando o arquivo na primeira vez, como
      *           o AUDLOG), carimba data/hora e fecha em seguida.
      *           Cada linha leva o elo de integridade encadeado com a
      *           linha anterior (P951 acha o elo da ultima linha
      *           antes do OPEN EXTEND; calculo na ELOCALC - o caller
      *           precisa tambem do COPY ELOWK e do COPY ELOCALC).
      ******************************************************************
           P965-GRAVA-SEGLOG.

           PERFORM P951-ULTIMO-ELO-SEGLOG THRU P951-FIM

           OPEN EXTEND SEGLOG
           IF WS-FS-SEGLOG EQUAL 35 THEN
               OPEN OUTPUT SEGLOG
           MOVE WS-SEG-OPERADOR          TO SEG-OPERADOR
           MOVE WS-SEG-PROGRAMA          TO SEG-PROGRAMA
           MOVE WS-SEG-EVENTO            TO SEG-EVENTO
           MOVE WS-SEG-MSG-NUMERO        TO SEG-MSG-NUMERO
           STRING WS-SEG-DATA-SIS        DELIMITED BY SIZE
                  WS-SEG-HORA-SIS(1:6)   DELIMITED BY SIZE
                  INTO SEG-DATA-HORA
           END-STRING

           MOVE WS-ELO-ULTIMO            TO SEG-ELO-ANT
           MOVE WS-ELO-ULTIMO            TO WS-ELO-ANTERIOR
           MOVE SEG-DADOS                TO WS-ELO-ENTRADA
           MOVE 58                       TO WS-ELO-TAMANHO
           PERFORM P944-CALCULA-ELO THRU P944-FIM
           MOVE WS-ELO-NOVO              TO SEG-ELO

           WRITE REG-SEGLOG
           MOVE ZERO                     TO WS-SEG-MSG-NUMERO

           CLOSE SEGLOG.
       P965-FIM.

      ******************************************************************
      * P951-ULTIMO-ELO-SEGLOG: le o SEGLOG ate o fim e deixa em
      * WS-ELO-ULTIMO o elo da ultima linha - zero com o arquivo vazio
      * ou inexistente, ou com a ultima linha anterior ao encadeamento.
      ******************************************************************
           P951-ULTIMO-ELO-SEGLOG.

           MOVE ZERO                     TO WS-ELO-ULTIMO

           OPEN INPUT SEGLOG
           IF NOT FS-SEGLOG-OK THEN
               GO TO P951-FIM
           END-IF

           SET ELO-EOF-OK TO FALSE
           PERFORM P952-LE-ELO-SEGLOG THRU P952-FIM UNTIL ELO-EOF-OK

           CLOSE SEGLOG.
       P951-FIM.

           P952-LE-ELO-SEGLOG.

           READ SEGLOG
           AT END
               SET ELO-EOF-OK TO TRUE
           NOT AT END
               IF SEG-ELO IS NUMERIC THEN
                   MOVE SEG-ELO          TO WS-ELO-ULTIMO
               ELSE
                   MOVE ZERO             TO WS-ELO-ULTIMO
               END-IF
           END-READ.
       P952-FIM.
