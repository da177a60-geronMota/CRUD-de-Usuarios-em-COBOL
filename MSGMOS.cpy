      ******************************************************************
      * Paragraph: P902-MOSTRA-MENSAGEM
      * Purpose : rotina compartilhada de mensagem de tela, copiada na
      *           PROCEDURE DIVISION de todo programa online. Busca no
      *           catalogo, pelo subprograma BUSCAMSG, o texto do
      *           numero WS-MSG-NUMERO no idioma do operador (na falta,
      *           o portugues do catalogo; na falta deste, o texto que
      *           o proprio programa passou em WS-MSG-TEXTO), troca
      *           cada "&" pelo valor correspondente e mostra a linha.
      *           Os valores sao limpos em seguida para a proxima
      *           mensagem; o numero fica em WS-MSG-NUMERO para o
      *           caller levar ao SEGLOG (WS-SEG-MSG-NUMERO).
      ******************************************************************
           P902-MOSTRA-MENSAGEM.

           CALL "BUSCAMSG" USING WS-MSG-NUMERO
                                 WS-MSG-IDIOMA
                                 WS-MSG-TEXTO
                                 WS-MSG-PARAMETROS
                                 WS-MSG-LINHA
                                 WS-MSG-TAM

           DISPLAY WS-MSG-LINHA (1:WS-MSG-TAM)

           MOVE SPACES                   TO WS-MSG-PARAMETROS.
       P902-FIM.
