      ******************************************************************
      * Paragraphs: P787-MOV-ABRE, P788-MOV-REGISTRO, P789-MOV-FECHA
      * Purpose : relatorio de movimentacao dos ultimos doze meses,
      *           copiado na PROCEDURE DIVISION do RELMOVTO e da
      *           passagem unica PASSUSER, para as duas rodadas
      *           produzirem o mesmo MOVREL. P787 monta a janela dos
      *           meses; P788 soma o registro lido no mirror CAD-USER;
      *           P789 soma as inativacoes do CADHIST e as
      *           reativacoes do AUDLOG e imprime. O caller precisa de
      *           CADHIST, AUDLOG e MOVREL, de WS-EOF, CADWRK e
      *           MOVPWK.
      ******************************************************************
           P787-MOV-ABRE.

           MOVE ZERO TO WS-SALDO-BASE
           MOVE ZERO TO WS-QTD-ATIVOS-HOJE
           MOVE ZERO TO WS-MOV-RC

           PERFORM P771-MONTA-MESES THRU P771-FIM.
       P787-FIM.

      ******************************************************************
      * P788-MOV-REGISTRO: soma o registro no mes do seu
      * FD-DT-CADASTRO e conta os ativos de hoje - e deles que o saldo
      * anterior a janela e derivado.
      ******************************************************************
           P788-MOV-REGISTRO.

           IF WS-ST-ATIVO THEN
               ADD 1 TO WS-QTD-ATIVOS-HOJE
           END-IF
           MOVE WS-DT-CADASTRO(1:6) TO WS-AAAAMM
           PERFORM P776-SOMA-CADASTRO THRU P776-FIM.
       P788-FIM.

      ******************************************************************
      * P789-MOV-FECHA: soma as inativacoes e as reativacoes da
      * janela e grava o MOVREL.
      ******************************************************************
           P789-MOV-FECHA.

           OPEN INPUT CADHIST
           IF FS-CADHIST-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P773-CONTA-INATIVACAO THRU P773-FIM UNTIL EOF-OK
               CLOSE CADHIST
           END-IF

           OPEN INPUT AUDLOG
           IF FS-AUDLOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P782-CONTA-REATIVACAO THRU P782-FIM UNTIL EOF-OK
               CLOSE AUDLOG
           END-IF

           PERFORM P775-IMPRIME THRU P775-FIM

           DISPLAY "RELATORIO DE MOVIMENTACAO GRAVADO EM MOVREL".
       P789-FIM.

      ******************************************************************
      * P771-MONTA-MESES: preenche TAB-AAAAMM com os doze meses que
      * terminam no mes corrente, do mais antigo para o mais novo.
      ******************************************************************
           P771-MONTA-MESES.

           MOVE WS-DATA-SISTEMA(1:4)    TO WS-ANO
           MOVE WS-DATA-SISTEMA(5:2)    TO WS-MES

           PERFORM P774-VOLTA-MES THRU P774-FIM 11 TIMES

           COMPUTE WS-AAAAMM-INI = WS-ANO * 100 + WS-MES

           PERFORM P779-PREENCHE-MES THRU P779-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12.
       P771-FIM.

           P779-PREENCHE-MES.

           COMPUTE TAB-AAAAMM (WS-IDX) = WS-ANO * 100 + WS-MES
           MOVE ZERO TO TAB-QTD-CAD (WS-IDX)
           MOVE ZERO TO TAB-QTD-INAT (WS-IDX)
           MOVE ZERO TO TAB-QTD-REAT (WS-IDX)
           IF WS-MES EQUAL 12 THEN
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANO
           ELSE
               ADD 1 TO WS-MES
           END-IF.
       P779-FIM.

           P774-VOLTA-MES.

           IF WS-MES EQUAL 1 THEN
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF.
       P774-FIM.

           P776-SOMA-CADASTRO.

           IF WS-AAAAMM LESS WS-AAAAMM-INI THEN
               GO TO P776-FIM
           END-IF

           SET MES-ACHADO TO FALSE
           PERFORM P780-BUSCA-MES-CAD THRU P780-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12 OR MES-ACHADO.
       P776-FIM.

           P780-BUSCA-MES-CAD.

           IF TAB-AAAAMM (WS-IDX) EQUAL WS-AAAAMM THEN
               ADD 1 TO TAB-QTD-CAD (WS-IDX)
               SET MES-ACHADO TO TRUE
           END-IF.
       P780-FIM.

      ******************************************************************
      * P773-CONTA-INATIVACAO: soma cada arquivamento do CADHIST no
      * mes do seu HIST-DATA-HORA; arquivamento anterior a janela nao
      * interessa (o saldo base vem dos ativos de hoje, nao da
      * historia, que o PURGHIST expurga).
      ******************************************************************
           P773-CONTA-INATIVACAO.

           READ CADHIST
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE HIST-DATA-HORA(1:6) TO WS-AAAAMM
               PERFORM P777-SOMA-INATIVACAO THRU P777-FIM
           END-READ.
       P773-FIM.

           P777-SOMA-INATIVACAO.

           IF WS-AAAAMM LESS WS-AAAAMM-INI THEN
               GO TO P777-FIM
           END-IF

           SET MES-ACHADO TO FALSE
           PERFORM P781-BUSCA-MES-INAT THRU P781-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12 OR MES-ACHADO.
       P777-FIM.

           P781-BUSCA-MES-INAT.

           IF TAB-AAAAMM (WS-IDX) EQUAL WS-AAAAMM THEN
               ADD 1 TO TAB-QTD-INAT (WS-IDX)
               SET MES-ACHADO TO TRUE
           END-IF.
       P781-FIM.

      ******************************************************************
      * P782-CONTA-REATIVACAO: soma cada reversao de STATUS "I" para
      * "A" do AUDLOG (reativacao feita pelo REATUSER ou pelo
      * MNTUSER) no mes do seu AUD-DATA-HORA; reversao anterior a
      * janela nao interessa (o saldo base vem dos ativos de hoje).
      ******************************************************************
           P782-CONTA-REATIVACAO.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF AUD-CAMPO EQUAL "STATUS" AND
                  AUD-VALOR-ANT(1:1) EQUAL "I" AND
                  AUD-VALOR-NOVO(1:1) EQUAL "A" THEN
                   MOVE AUD-DATA-HORA(1:6) TO WS-AAAAMM
                   PERFORM P783-SOMA-REATIVACAO THRU P783-FIM
               END-IF
           END-READ.
       P782-FIM.

           P783-SOMA-REATIVACAO.

           IF WS-AAAAMM LESS WS-AAAAMM-INI THEN
               GO TO P783-FIM
           END-IF

           SET MES-ACHADO TO FALSE
           PERFORM P784-BUSCA-MES-REAT THRU P784-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 12 OR MES-ACHADO.
       P783-FIM.

           P784-BUSCA-MES-REAT.

           IF TAB-AAAAMM (WS-IDX) EQUAL WS-AAAAMM THEN
               ADD 1 TO TAB-QTD-REAT (WS-IDX)
               SET MES-ACHADO TO TRUE
           END-IF.
       P784-FIM.

      ******************************************************************
      * P775-IMPRIME: grava o cabecalho, uma linha por mes (cadastros,
      * inativacoes, liquido e saldo corrente) e o rodape com o saldo
      * final.
      ******************************************************************
           P775-IMPRIME.

           OPEN OUTPUT MOVREL

           MOVE SPACES TO WS-LINHA-MOV
           STRING "MOVIMENTACAO DO CADASTRO - ULTIMOS 12 MESES - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-MOV
           END-STRING
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL

           MOVE ALL "-" TO WS-LINHA-MOV
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL

           MOVE SPACES TO WS-LINHA-MOV
           STRING "MES     CADASTROS  INATIVACOES  REATIVACOES"
                  DELIMITED BY SIZE
                  "  LIQUIDO  SALDO" DELIMITED BY SIZE
                  INTO WS-LINHA-MOV
           END-STRING
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL

           PERFORM P785-CALCULA-BASE THRU P785-FIM

           MOVE WS-SALDO-BASE           TO WS-SALDO-CORRENTE

           PERFORM P778-LINHA-MES THRU P778-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12

           MOVE ALL "-" TO WS-LINHA-MOV
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL

           MOVE WS-SALDO-CORRENTE       TO WS-SALDO-ED
           MOVE SPACES TO WS-LINHA-MOV
           STRING "SALDO FINAL DE USUARIOS ATIVOS: "
                  DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  INTO WS-LINHA-MOV
           END-STRING
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL

           CLOSE MOVREL.
       P775-FIM.

      ******************************************************************
      * P785-CALCULA-BASE: o saldo na entrada da janela e os ativos de
      * hoje menos o movimento liquido dos doze meses (cadastros -
      * inativacoes + reativacoes) - derivado de tras para frente, sem
      * depender da historia que o PURGHIST expurga.
      ******************************************************************
           P785-CALCULA-BASE.

           MOVE ZERO                    TO WS-LIQUIDO-JANELA
           PERFORM P786-SOMA-JANELA THRU P786-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12

           COMPUTE WS-SALDO-BASE =
               WS-QTD-ATIVOS-HOJE - WS-LIQUIDO-JANELA.
       P785-FIM.

           P786-SOMA-JANELA.

           COMPUTE WS-LIQUIDO-JANELA = WS-LIQUIDO-JANELA
                                     + TAB-QTD-CAD (WS-IDX)
                                     - TAB-QTD-INAT (WS-IDX)
                                     + TAB-QTD-REAT (WS-IDX).
       P786-FIM.

           P778-LINHA-MES.

           COMPUTE WS-LIQUIDO = TAB-QTD-CAD (WS-IDX)
                              - TAB-QTD-INAT (WS-IDX)
                              + TAB-QTD-REAT (WS-IDX)
           ADD WS-LIQUIDO               TO WS-SALDO-CORRENTE

           MOVE WS-LIQUIDO              TO WS-LIQUIDO-ED
           MOVE WS-SALDO-CORRENTE       TO WS-SALDO-ED

           MOVE SPACES TO WS-LINHA-MOV
           STRING TAB-AAAAMM (WS-IDX)   DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  TAB-QTD-CAD (WS-IDX)  DELIMITED BY SIZE
                  "     "               DELIMITED BY SIZE
                  TAB-QTD-INAT (WS-IDX) DELIMITED BY SIZE
                  "       "             DELIMITED BY SIZE
                  TAB-QTD-REAT (WS-IDX) DELIMITED BY SIZE
                  "      "              DELIMITED BY SIZE
                  WS-LIQUIDO-ED         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-SALDO-ED           DELIMITED BY SIZE
                  INTO WS-LINHA-MOV
           END-STRING
           MOVE WS-LINHA-MOV TO MOV-LINHA
           WRITE REG-MOV-REL.
       P778-FIM.
