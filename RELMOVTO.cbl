      *                 central, como nos demais batches - a falha das
      *                 2 da manha deixava so um DISPLAY que ninguem
      *                 viu.
      * 15/10/26 GERO - Janela, somas e impressao passaram para a rotina
      *                 compartilhada MOVPAS (P787/P788/P789), a mesma
      *                 que a passagem unica PASSUSER do CTLNOITE usa,
      *                 para as duas rodadas produzirem o mesmo MOVREL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMOVTO.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY CADWRK.

           COPY MOVPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P770-MOVIMENTO: mainline do job - monta a janela dos ultimos
      * doze meses, acumula cadastros e inativacoes por mes (e o saldo
      * anterior a janela), e imprime a tabela com liquido e saldo
      * corrente por mes (rotina MOVPAS, a mesma da passagem unica
      * PASSUSER).
      ******************************************************************
           P770-MOVIMENTO.

           MOVE "RELMOVTO"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P787-MOV-ABRE THRU P787-FIM

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
           PERFORM P772-CONTA-CADASTRO THRU P772-FIM UNTIL EOF-OK
           CLOSE CADUSER

           PERFORM P789-MOV-FECHA THRU P789-FIM

           MOVE WS-MOV-RC               TO RETURN-CODE

           GOBACK.
       P770-FIM.

      ******************************************************************
      * P772-CONTA-CADASTRO: le o CADUSER do primeiro ao ultimo
      * registro, somando cada um na janela.
      ******************************************************************
           P772-CONTA-CADASTRO.

           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P788-MOV-REGISTRO THRU P788-FIM
           END-READ.
       P772-FIM.

           COPY MOVPAS.

           COPY STATCHK.
       END PROGRAM RELMOVTO.
