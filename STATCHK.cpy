      *           in WS-FS-CODIGO. Todo status de erro reconhecido
      *           tambem e gravado no ERRLOG central, via o
      *           subprograma GRVERRO, para a madrugada deixar rastro
      *           mesmo sem ninguem olhando a tela. As mensagens vem
      *           do catalogo MSGFILE (0001 a 0004), no idioma
      *           WS-MSG-IDIOMA, e o numero vai junto para o ERRLOG.
      ******************************************************************
           P900-TRATA-STATUS.

               WHEN 00
                   CONTINUE
               WHEN 35
                   MOVE 0001             TO WS-FS-MSG-NUMERO
                   MOVE "ARQUIVO & NAO ENCONTRADO"
                                         TO WS-FS-MSG-TEXTO
               WHEN 21
                   MOVE 0002             TO WS-FS-MSG-NUMERO
                   MOVE "ARQUIVO &: CHAVE FORA DE SEQUENCIA"
                                         TO WS-FS-MSG-TEXTO
               WHEN 23
                   MOVE 0003             TO WS-FS-MSG-NUMERO
                   MOVE "ARQUIVO &: REGISTRO NAO ENCONTRADO"
                                         TO WS-FS-MSG-TEXTO
               WHEN OTHER
                   IF WS-FS-CODIGO IS GREATER THAN 89 THEN
                       MOVE 0004         TO WS-FS-MSG-NUMERO
                       MOVE "ARQUIVO &: ERRO DE E/S, STATUS &"
                                         TO WS-FS-MSG-TEXTO
                   END-IF
           END-EVALUATE

           IF WS-FS-CODIGO EQUAL 35 OR WS-FS-CODIGO EQUAL 21 OR
              WS-FS-CODIGO EQUAL 23 OR WS-FS-CODIGO GREATER 89 THEN
               MOVE SPACES               TO WS-FS-MSG-PARAMETROS
               MOVE WS-FS-ARQUIVO        TO WS-FS-MSG-PARAM (1)
               MOVE WS-FS-CODIGO         TO WS-FS-MSG-PARAM (2)
               CALL "BUSCAMSG" USING WS-FS-MSG-NUMERO
                                     WS-MSG-IDIOMA
                                     WS-FS-MSG-TEXTO
                                     WS-FS-MSG-PARAMETROS
                                     WS-FS-MSG-LINHA
                                     WS-FS-MSG-TAM
               DISPLAY WS-FS-MSG-LINHA (1:WS-FS-MSG-TAM)
               CALL "GRVERRO" USING WS-FS-PROGRAMA
                                    WS-FS-ARQUIVO
                                    WS-FS-CODIGO
                                    WS-FS-MSG-NUMERO
           END-IF.
       P900-FIM.
