      *           minutos e considerada abandonada (sessao que caiu) e
      *           assumida; trava recente de outro operador nega a
      *           edicao com o aviso de quem esta usando. P976 solta a
      *           trava ao final - so o proprio dono solta. Os avisos
      *           saem do catalogo MSGFILE (0021 a 0023) pela rotina
      *           MSGMOS (COPY MSGWK e COPY MSGMOS no caller).
      ******************************************************************
           P975-OBTEM-TRAVA.

           END-IF

           IF NOT FS-LCKFILE-OK THEN
               MOVE 0021                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO DE TRAVAS INDISPONIVEL, FS=&"
                                         TO WS-MSG-TEXTO
               MOVE WS-FS-LCKFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P975-FIM
           END-IF

               WS-TRAVA-MIN-AGORA - WS-TRAVA-MIN-LOCK

           IF WS-TRAVA-IDADE GREATER WS-TRAVA-LIMITE THEN
               MOVE 0022                 TO WS-MSG-NUMERO
               MOVE "TRAVA ABANDONADA DO OPERADOR & ASSUMIDA"
                                         TO WS-MSG-TEXTO
               MOVE LCK-OPERADOR         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE WS-TRAVA-OPERADOR    TO LCK-OPERADOR
               MOVE WS-TRAVA-AGORA       TO LCK-DATA-HORA
               REWRITE REG-LOCK
               SET TRAVA-OK TO TRUE
           ELSE
               MOVE 0023                 TO WS-MSG-NUMERO
               MOVE "REGISTRO EM USO PELO OPERADOR &" TO WS-MSG-TEXTO
               MOVE LCK-OPERADOR         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P977-FIM.

