      ******************************************************************
      * Paragraph: P986-GRAVA-AGENDA
      * Purpose : rotina compartilhada de gravacao de uma mudanca
      *           agendada, copiada na PROCEDURE DIVISION do CADAGEND
      *           (agendamento pela tela) e do INTFHR (movimento do RH
      *           com data de vigencia). O caller preencheu REG-AGENDA
      *           (menos o numero e a situacao) e deixou o AGDFILE
      *           aberto I-O, com SEQSEL/SEQREC e AGDWK declarados.
      *           O numero vem da sequencia "A" do CADCTRL (P987), a
      *           mudanca nasce pendente e AGENDA-GRAVADA diz se o
      *           WRITE passou.
      ******************************************************************
           P986-GRAVA-AGENDA.

           SET AGENDA-GRAVADA TO FALSE

           PERFORM P987-PROX-AGD-ID THRU P987-FIM

           MOVE WS-AGD-ID                TO AGD-ID
           SET AGD-PENDENTE TO TRUE
           MOVE ZERO                     TO AGD-DT-PROCESSO
           MOVE SPACES                   TO AGD-MOTIVO-RECUSA

           WRITE REG-AGENDA
           INVALID KEY
               DISPLAY "FALHA AO GRAVAR A MUDANCA AGENDADA, FS="
                       WS-FS-AGDFILE
               GO TO P986-FIM
           END-WRITE

           SET AGENDA-GRAVADA TO TRUE.
       P986-FIM.

      ******************************************************************
      * P987-PROX-AGD-ID: le a ultima sequencia de mudanca agendada no
      * registro "A" de CADCTRL, soma 1 e devolve em WS-AGD-ID - o
      * mesmo esquema das sequencias "P" e "D".
      ******************************************************************
           P987-PROX-AGD-ID.

           OPEN I-O CADCTRL

           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           SET AGD-CTRL-NOVO TO FALSE
           MOVE "A"                     TO CTR-CHAVE

           READ CADCTRL INTO REG-CTRL
           KEY IS CTR-CHAVE
           INVALID KEY
               MOVE ZERO                TO CTR-ULT-SEQ
               MOVE ZERO                TO CTR-QTD-ATIVO
               MOVE ZERO                TO CTR-QTD-INATIVO
               MOVE ZERO                TO CTR-ULT-CD-LISTA
               MOVE ZERO                TO CTR-MAX-FALHAS
               MOVE ZERO                TO CTR-GER-LIMITE
               MOVE "A"                 TO CTR-CHAVE
               SET AGD-CTRL-NOVO TO TRUE
           END-READ

           ADD 1                        TO CTR-ULT-SEQ
           MOVE CTR-ULT-SEQ             TO WS-AGD-ID

           IF AGD-CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P987-FIM.
