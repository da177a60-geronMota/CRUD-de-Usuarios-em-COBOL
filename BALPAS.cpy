      ******************************************************************
      * Paragraphs: P741-BAL-ABRE, P742-BAL-REGISTRO, P743-BAL-FECHA
      * Purpose : reconciliacao do CADUSER contra o total de controle
      *           "T" de CADCTRL, copiada na PROCEDURE DIVISION do
      *           RECNUSER e da passagem unica PASSUSER, para as duas
      *           rodadas produzirem o mesmo BALUSER. P741 prepara a
      *           contagem, P742 conta o registro lido no mirror
      *           CAD-USER e P743 grava o relatorio e a geracao. O
      *           caller precisa de CADCTRL, BALUSER, GERCTLG, CADWRK,
      *           BALPWK e GERWRK, e copia GERGRV.
      ******************************************************************
           P741-BAL-ABRE.

           MOVE ZERO                    TO WS-QTD-ATIVO
           MOVE ZERO                    TO WS-QTD-INATIVO
           MOVE ZERO                    TO WS-BAL-RC
           SET HOUVE-DIVERGENCIA TO FALSE

           MOVE SPACES TO WS-NOME-BALUSER
           STRING "C:\Users\PC\Desktop\CRUD\BALUSER.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-BALUSER
           END-STRING.
       P741-FIM.

      ******************************************************************
      * P742-BAL-REGISTRO: soma 1 no total de ativos ou de inativos
      * conforme o status do registro.
      ******************************************************************
           P742-BAL-REGISTRO.

           IF WS-ST-ATIVO THEN
               ADD 1                    TO WS-QTD-ATIVO
           ELSE
               ADD 1                    TO WS-QTD-INATIVO
           END-IF.
       P742-FIM.

      ******************************************************************
      * P743-BAL-FECHA: grava o BALUSER com o cabecalho, os totais
      * apurados contra os de controle e o veredito, registra a
      * geracao e devolve 4 em WS-BAL-RC na divergencia.
      ******************************************************************
           P743-BAL-FECHA.

           OPEN OUTPUT BALUSER

           PERFORM P744-CABECALHO-BAL THRU P744-FIM

           PERFORM P745-LER-CONTROLE THRU P745-FIM
           PERFORM P746-COMPARAR THRU P746-FIM

           CLOSE BALUSER

           MOVE "BALUSER"               TO WS-GER-ARQUIVO
           MOVE WS-NOME-BALUSER         TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           IF HOUVE-DIVERGENCIA THEN
               DISPLAY "RECONCILIACAO: DIVERGENCIA ENCONTRADA, "
                       "VEJA O RELATORIO BALUSER"
               MOVE 4                   TO WS-BAL-RC
           ELSE
               DISPLAY "RECONCILIACAO: TOTAIS CONFEREM"
           END-IF.
       P743-FIM.

      ******************************************************************
      * P744-CABECALHO-BAL: grava o cabecalho do relatorio com a data
      * da rodada.
      ******************************************************************
           P744-CABECALHO-BAL.

           MOVE SPACES                  TO WS-LINHA-BAL
           STRING "RECONCILIACAO CADUSER X CADCTRL - DATA "
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           END-STRING
           MOVE WS-LINHA-BAL            TO BAL-LINHA
           WRITE REG-BALANCO

           MOVE ALL "-"                 TO WS-LINHA-BAL
           MOVE WS-LINHA-BAL            TO BAL-LINHA
           WRITE REG-BALANCO.
       P744-FIM.

      ******************************************************************
      * P745-LER-CONTROLE: le o registro de controle CTR-CHAVE = "T"
      * em CADCTRL, onde CADCLIEN e DELEUSER mantem o total de ativos
      * e inativos em dia a cada cadastro ou exclusao logica.
      ******************************************************************
           P745-LER-CONTROLE.

           MOVE ZERO                    TO WS-CTR-QTD-ATIVO
           MOVE ZERO                    TO WS-CTR-QTD-INATIVO

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "T"                 TO CTR-CHAVE
               READ CADCTRL INTO REG-CTRL
               KEY IS CTR-CHAVE
               INVALID KEY
                   DISPLAY "REGISTRO DE CONTROLE 'T' NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE CTR-QTD-ATIVO    TO WS-CTR-QTD-ATIVO
                   MOVE CTR-QTD-INATIVO  TO WS-CTR-QTD-INATIVO
               END-READ
               CLOSE CADCTRL
           END-IF.
       P745-FIM.

      ******************************************************************
      * P746-COMPARAR: grava no relatorio os totais apurados e os
      * totais de controle, lado a lado, e assinala divergencia
      * sempre que os dois nao baterem.
      ******************************************************************
           P746-COMPARAR.

           MOVE SPACES                  TO WS-LINHA-BAL
           STRING "ATIVOS    - CADUSER: " DELIMITED BY SIZE
                  WS-QTD-ATIVO            DELIMITED BY SIZE
                  "   CONTROLE: "         DELIMITED BY SIZE
                  WS-CTR-QTD-ATIVO        DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           END-STRING
           MOVE WS-LINHA-BAL            TO BAL-LINHA
           WRITE REG-BALANCO

           MOVE SPACES                  TO WS-LINHA-BAL
           STRING "INATIVOS  - CADUSER: " DELIMITED BY SIZE
                  WS-QTD-INATIVO          DELIMITED BY SIZE
                  "   CONTROLE: "         DELIMITED BY SIZE
                  WS-CTR-QTD-INATIVO      DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           END-STRING
           MOVE WS-LINHA-BAL            TO BAL-LINHA
           WRITE REG-BALANCO

           IF WS-QTD-ATIVO NOT EQUAL WS-CTR-QTD-ATIVO OR
              WS-QTD-INATIVO NOT EQUAL WS-CTR-QTD-INATIVO THEN
               SET HOUVE-DIVERGENCIA TO TRUE
               MOVE SPACES              TO WS-LINHA-BAL
               MOVE "*** DIVERGENCIA: OS TOTAIS NAO CONFEREM ***"
                                         TO WS-LINHA-BAL
               MOVE WS-LINHA-BAL        TO BAL-LINHA
               WRITE REG-BALANCO
           ELSE
               MOVE SPACES              TO WS-LINHA-BAL
               MOVE "TOTAIS CONFEREM"   TO WS-LINHA-BAL
               MOVE WS-LINHA-BAL        TO BAL-LINHA
               WRITE REG-BALANCO
           END-IF.
       P746-FIM.
