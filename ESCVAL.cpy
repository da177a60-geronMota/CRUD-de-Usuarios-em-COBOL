      ******************************************************************
      * Paragraph: P978-CONFERE-ESCOPO
      * Purpose : rotina compartilhada de escopo de departamentos do
      *           operador, copiada na PROCEDURE DIVISION de todo
      *           programa online que mostra ou mexe num REG-USER
      *           (CONSUSER, ALTERUSER, DELEUSER, REATUSER, FICHUSER,
      *           CADCOMPL, LISTUSER, CERTRESP, CADCONT, CADLGPD,
      *           CARTLGPD, CADCONS, CADAGEND, AMORESP). O caller
      *           move o FD-DEPTO do registro para WS-ESC-DEPTO;
      *           ESCOPO-OK liga quando o operador logado tem escopo
      *           total (OPL-ESCOPO "T") ou quando o departamento esta
      *           na sua lista OPL-DEPTO-PERM, vinda do SECFILE no
      *           login.
      *           P979-RECUSA-ESCOPO avisa o operador e grava a recusa
      *           no SEGLOG (evento "ESCOPO NEGADO" + o CD-USER em
      *           WS-ESC-CD-USER) - o caller precisa ter SEGSEL/
      *           SEGREC/SEGWRK e o COPY SEGGRV.
      *           Nas varreduras (busca por pedaco, listagem) o
      *           registro fora do escopo so e escondido e contado em
      *           WS-ESC-OCULTOS; no fim da varredura
      *           P974-REGISTRA-OCULTOS grava uma linha so no SEGLOG
      *           ("ESCOPO OCULTOU" + a quantidade), em vez de uma por
      *           registro escondido.
      *           As mensagens saem do catalogo MSGFILE (0011 e 0012)
      *           pela rotina MSGMOS: o caller precisa tambem do COPY
      *           MSGWK e do COPY MSGMOS.
      ******************************************************************
           P978-CONFERE-ESCOPO.

           SET ESCOPO-OK TO FALSE

           IF OPL-ESCOPO-TOTAL THEN
               SET ESCOPO-OK TO TRUE
               GO TO P978-FIM
           END-IF

           IF WS-ESC-DEPTO EQUAL SPACES THEN
               GO TO P978-FIM
           END-IF

           PERFORM P978-COMPARA THRU P978-COMPARA-FIM
                   VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > 10 OR ESCOPO-OK.
       P978-FIM.

           P978-COMPARA.

           IF OPL-DEPTO-PERM (WS-ESC-IDX) EQUAL WS-ESC-DEPTO THEN
               SET ESCOPO-OK TO TRUE
           END-IF.
       P978-COMPARA-FIM.

           P979-RECUSA-ESCOPO.

           MOVE 0011                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "USUARIO & FORA DO ESCOPO DE DEPARTAMENTOS DO "
                  "OPERADOR &"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           MOVE WS-ESC-CD-USER           TO WS-MSG-PARAM (1)
           MOVE OPL-OPERADOR             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE OPL-OPERADOR             TO WS-SEG-OPERADOR
           MOVE WS-FS-PROGRAMA           TO WS-SEG-PROGRAMA
           MOVE SPACES                   TO WS-SEG-EVENTO
           STRING "ESCOPO NEGADO "       DELIMITED BY SIZE
                  WS-ESC-CD-USER         DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
           END-STRING
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P979-FIM.

           P974-REGISTRA-OCULTOS.

           IF WS-ESC-OCULTOS EQUAL ZERO THEN
               GO TO P974-FIM
           END-IF

           MOVE 0012                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "& CADASTRO(S) FORA DO ESCOPO DE DEPARTAMENTOS DO "
                  "OPERADOR NAO EXIBIDO(S)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           MOVE WS-ESC-OCULTOS           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE OPL-OPERADOR             TO WS-SEG-OPERADOR
           MOVE WS-FS-PROGRAMA           TO WS-SEG-PROGRAMA
           MOVE SPACES                   TO WS-SEG-EVENTO
           STRING "ESCOPO OCULTOU "      DELIMITED BY SIZE
                  WS-ESC-OCULTOS         DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
           END-STRING
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P974-FIM.
