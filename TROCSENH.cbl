      *                 bloqueado nao troca senha. Antes a opcao era
      *                 um caminho ilimitado e sem registro para
      *                 forca bruta contra qualquer senha.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS, faixa 2700), no idioma SEC-IDIOMA do
      *                 operador a partir da leitura do seu registro
      *                 (antes dela, portugues); o numero vai para o
      *                 SEGLOG.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCSENH.

           COPY STATWRK.

           COPY MSGWK.

           COPY SECBOOTWK.

           COPY HASHWK.

           COPY SEGWRK.

           COPY ELOWK.

       PROCEDURE DIVISION.

      ******************************************************************
           P990-TROCAR-SENHA.

           MOVE "TROCSENH"          TO WS-FS-PROGRAMA
           MOVE "P"                      TO WS-MSG-IDIOMA

           OPEN I-O SECFILE

           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-SECFILE-OK THEN
               MOVE 2701                 TO WS-MSG-NUMERO
               MOVE "DIGITE O SEU ID DE OPERADOR" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-OPERADOR-ATUAL
               MOVE WS-OPERADOR-ATUAL TO SEC-OPERADOR

               MOVE 2702                 TO WS-MSG-NUMERO
               MOVE "DIGITE A SENHA ATUAL" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-SENHA-ATUAL

               READ SECFILE
               INVALID KEY
                   MOVE 2703             TO WS-MSG-NUMERO
                   MOVE "OPERADOR NAO CADASTRADO NO SECFILE"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               NOT INVALID KEY
                   MOVE SEC-IDIOMA        TO WS-MSG-IDIOMA
                   MOVE WS-SENHA-ATUAL    TO WS-HASH-ENTRADA
                   PERFORM P960-CALCULA-HASH THRU P960-FIM

                   IF SEC-OP-BLOQUEADO THEN
                       MOVE 2704         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "OPERADOR BLOQUEADO POR EXCESSO DE "
                              "FALHAS, PECA DESBLOQUEIO A UM MASTER"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       MOVE WS-OPERADOR-ATUAL TO WS-SEG-OPERADOR
                       MOVE "TROCSENH"        TO WS-SEG-PROGRAMA
                       MOVE "TROCA COM BLOQUEIO" TO WS-SEG-EVENTO
                       MOVE WS-MSG-NUMERO TO WS-SEG-MSG-NUMERO
                       PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
                   ELSE
                   IF SEC-OP-DESATIVADO THEN
                       MOVE 2705         TO WS-MSG-NUMERO
                       MOVE "OPERADOR DESATIVADO NO SECFILE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   ELSE
                   IF SEC-SENHA NOT EQUAL WS-HASH-6 THEN
                       PERFORM P915-FALHA-SENHA THRU P915-FIM

                       REWRITE REG-SEC
                       INVALID KEY
                           MOVE 2706     TO WS-MSG-NUMERO
                           MOVE "NAO FOI POSSIVEL GRAVAR A NOVA SENHA"
                                         TO WS-MSG-TEXTO
                           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       NOT INVALID KEY
                           MOVE 2707     TO WS-MSG-NUMERO
                           MOVE "SENHA ALTERADA COM SUCESSO"
                                         TO WS-MSG-TEXTO
                           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       END-REWRITE
                   END-IF
                   END-IF
      ******************************************************************
           P910-LER-NOVA-SENHA.

           MOVE 2708                     TO WS-MSG-NUMERO
           MOVE "DIGITE A NOVA SENHA"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-SENHA-NOVA

           IF WS-SENHA-NOVA EQUAL SPACES OR
              WS-SENHA-NOVA EQUAL LOW-VALUES THEN
               MOVE 2709                 TO WS-MSG-NUMERO
               MOVE "SENHA INVALIDA, NAO PODE FICAR EM BRANCO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               IF WS-SENHA-NOVA EQUAL WS-SENHA-ATUAL THEN
                   MOVE 2710             TO WS-MSG-NUMERO
                   MOVE "A NOVA SENHA NAO PODE SER IGUAL A ATUAL"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   SET SENHA-OK TO TRUE
               END-IF

           IF SEC-QTD-FALHAS NOT LESS WS-MAX-FALHAS THEN
               MOVE "B"                  TO SEC-STATUS
               MOVE 2711                 TO WS-MSG-NUMERO
               MOVE "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "BLOQUEIO"           TO WS-SEG-EVENTO
           ELSE
               MOVE 2712                 TO WS-MSG-NUMERO
               MOVE "SENHA NAO CADASTRADA NO SECFILE" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "FALHA DE SENHA"     TO WS-SEG-EVENTO
           END-IF

           REWRITE REG-SEC

           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P915-FIM.


           COPY STATCHK.

           COPY MSGMOS.

           COPY SECBOOT.

           COPY HASHPWD.

           COPY SEGGRV.

           COPY ELOCALC.
       END PROGRAM TROCSENH.
