      ******************************************************************
      * Paragraph: P901-REGISTRA-TRANSMISSAO
      * Purpose : rotina compartilhada do registro de transmissoes,
      *           copiada na PROCEDURE DIVISION de todo programa que
      *           produz um arquivo para fora (CARGUSER - HRRET,
      *           NOTIFUSER - NOTFILE, EXTUSER - CSVUSER, PRVUSER -
      *           LDIFUSER; PASSUSER pelo NOTIFUSER e pelo EXTUSER).
      *           Grava em
      *           TRMFILE a geracao que acabou de ser fechada, com a
      *           contagem, o hash total e o momento do envio, e deixa
      *           a transmissao esperando a confirmacao do parceiro.
      *           Registro indisponivel so avisa - a saida ja esta
      *           pronta e nao deve derrubar o passo; o TRMUSER da
      *           manha nao vai enxergar a transmissao.
      ******************************************************************
           P901-REGISTRA-TRANSMISSAO.

           OPEN I-O TRMFILE
           IF WS-FS-TRMFILE EQUAL 35 THEN
               OPEN OUTPUT TRMFILE
               CLOSE TRMFILE
               OPEN I-O TRMFILE
           END-IF

           IF NOT FS-TRMFILE-OK THEN
               DISPLAY "REGISTRO DE TRANSMISSOES INDISPONIVEL, FS="
                       WS-FS-TRMFILE " - " WS-TRM-ARQUIVO
                       " NAO REGISTRADO"
               GO TO P901-FIM
           END-IF

           ACCEPT WS-TRM-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-TRM-HORA-SIS FROM TIME

           SET TRM-NOVO TO FALSE
           MOVE WS-TRM-ARQUIVO           TO TRM-ARQUIVO
           MOVE WS-TRM-DATA-SIS          TO TRM-DATA

           READ TRMFILE
           INVALID KEY
               SET TRM-NOVO TO TRUE
               MOVE WS-TRM-ARQUIVO       TO TRM-ARQUIVO
               MOVE WS-TRM-DATA-SIS      TO TRM-DATA
           END-READ

           MOVE WS-TRM-PARCEIRO          TO TRM-PARCEIRO
           MOVE WS-TRM-NOME              TO TRM-NOME
           STRING WS-TRM-DATA-SIS        DELIMITED BY SIZE
                  WS-TRM-HORA-SIS(1:6)   DELIMITED BY SIZE
                  INTO TRM-DT-ENVIO
           END-STRING
           MOVE WS-TRM-QTD               TO TRM-QTD-REG
           MOVE WS-TRM-HASH              TO TRM-HASH
           SET TRM-PENDENTE TO TRUE
           MOVE ZERO                     TO TRM-DT-ACK
           MOVE ZERO                     TO TRM-QTD-ACK
           MOVE ZERO                     TO TRM-HASH-ACK

           IF TRM-NOVO THEN
               WRITE REG-TRANSMISSAO
           ELSE
               REWRITE REG-TRANSMISSAO
           END-IF

           CLOSE TRMFILE.
       P901-FIM.
