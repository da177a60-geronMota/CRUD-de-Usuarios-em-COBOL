      *                 senha no SENHUSER pela intranet. O operador
      *                 nunca ve nem escolhe a senha nova. Emissao
      *                 registrada no SEGLOG com o operador logado.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2500); o numero tambem vai para o SEGLOG.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKUSER.

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY HASHWK.

           COPY SEGWRK.

           COPY ELOWK.

       LINKAGE SECTION.

           COPY OPLREC.
           P290-EMITIR.

           MOVE "TOKUSER"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-ALTERAR THEN
               MOVE 2501                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA EMITIR TOKEN: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

               GOBACK
           END-IF

           MOVE 2502                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER
           MOVE WS-CD-USER               TO FD-CD-USER

           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 2503                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-READ
           CLOSE CADUSER

           IF NOT WS-ST-ATIVO THEN
               MOVE 2504                 TO WS-MSG-NUMERO
               MOVE "CADASTRO INATIVO, TOKEN NAO EMITIDO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 2505                     TO WS-MSG-NUMERO
           MOVE "USUARIO: &"             TO WS-MSG-TEXTO
           MOVE WS-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2506                     TO WS-MSG-NUMERO
           MOVE "EMAIL  : &"             TO WS-MSG-TEXTO
           MOVE WS-EMAIL                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2507                     TO WS-MSG-NUMERO
           MOVE "EMITIR TOKEN DE RESET DE SENHA? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL "S" THEN
               MOVE 2508                 TO WS-MSG-NUMERO
               MOVE "EMISSAO CANCELADA"  TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

               CONTINUE
           NOT INVALID KEY
               SET TOKEN-NOVO TO FALSE
               MOVE 2509                 TO WS-MSG-NUMERO
               MOVE "TOKEN ANTERIOR SUBSTITUIDO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ

           MOVE WS-CD-USER               TO TOK-CD-USER
           MOVE OPL-OPERADOR             TO WS-SEG-OPERADOR
           MOVE "TOKUSER"                TO WS-SEG-PROGRAMA
           MOVE "EMISSAO TOKEN RESET"    TO WS-SEG-EVENTO
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM

           MOVE 2510                     TO WS-MSG-NUMERO
           MOVE "TOKEN EMITIDO PARA O USUARIO &: &" TO WS-MSG-TEXTO
           MOVE WS-CD-USER               TO WS-MSG-PARAM (1)
           MOVE WS-TOKEN-VALOR           TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2511                     TO WS-MSG-NUMERO
           MOVE "VALIDO ATE & - USO UNICO NO SENHUSER" TO WS-MSG-TEXTO
           MOVE WS-STAMP-EXPIRA          TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P292-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY HASHPWD.

           COPY SEGGRV.

           COPY ELOCALC.
       END PROGRAM TOKUSER.
