      ******************************************************************
      * Paragraph: P926-CONFERE-CONSENT
      * Purpose : rotina compartilhada de consentimento, copiada na
      *           PROCEDURE DIVISION dos jobs que mandam algo para a
      *           pessoa ou para fora (CARTUSER e CRTBEMV mala direta
      *           "M", NOTIFUSER email operacional "O", EXTUSER
      *           compartilhamento "C"). CONSENT-OK so liga com registro
      *           no CNSFILE para o CD-USER e a finalidade, situacao
      *           "S". Sem CNSFILE, sem registro ou com opt-out o job
      *           pula a pessoa e conta na sua folha de controle. O
      *           caller precisa de CNSSEL/CNSREC, WS-FS-CNSFILE e
      *           CNSWK.
      ******************************************************************
           P926-CONFERE-CONSENT.

           SET CONSENT-OK TO FALSE

           IF NOT CNS-ABERTO THEN
               GO TO P926-FIM
           END-IF

           MOVE WS-CNS-CD-USER           TO CNS-CD-USER
           MOVE WS-CNS-FINALIDADE        TO CNS-FINALIDADE
           READ CNSFILE
           KEY IS CNS-CHAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CNS-OPT-IN THEN
                   SET CONSENT-OK TO TRUE
               END-IF
           END-READ.
       P926-FIM.

      ******************************************************************
      * P927-ABRE-CNSFILE / P928-FECHA-CNSFILE: abertura para leitura
      * guardada pela marca CNS-ABERTO - o FILE STATUS vivo vira 23 no
      * primeiro codigo sem registro e nao serve de guarda. Ja aberto
      * (a passagem unica PASSUSER serve o EXTUSER e o NOTIFUSER com
      * uma abertura so) o P927 nao reabre.
      ******************************************************************
           P927-ABRE-CNSFILE.

           IF CNS-ABERTO THEN
               GO TO P927-FIM
           END-IF

           SET CNS-ABERTO TO FALSE
           OPEN INPUT CNSFILE
           IF WS-FS-CNSFILE EQUAL ZERO THEN
               SET CNS-ABERTO TO TRUE
           ELSE
               DISPLAY "SEM REGISTRO DE CONSENTIMENTOS (CNSFILE) - "
                       "NINGUEM TEM CONSENTIMENTO VALIDO"
           END-IF.
       P927-FIM.

           P928-FECHA-CNSFILE.

           IF CNS-ABERTO THEN
               CLOSE CNSFILE
               SET CNS-ABERTO TO FALSE
           END-IF.
       P928-FIM.
