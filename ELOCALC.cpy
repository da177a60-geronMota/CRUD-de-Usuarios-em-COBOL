      ******************************************************************
      * Paragraph: P944-CALCULA-ELO
      * Purpose : rotina compartilhada do elo de integridade
      *           encadeado, copiada na PROCEDURE DIVISION de todo
      *           programa que grava, regrava ou confere o AUDLOG e o
      *           SEGLOG (via AUDELO e SEGGRV; PURGHIST, ANONUSER,
      *           VERELOG). Mesmo hash polinomial do HASHPWD, agora
      *           sobre os WS-ELO-TAMANHO primeiros bytes de
      *           WS-ELO-ENTRADA e partindo do elo da linha anterior
      *           (WS-ELO-ANTERIOR) em vez de zero: mudar qualquer
      *           byte da linha, ou a linha que vem antes dela, muda o
      *           elo. Devolve 8 digitos em WS-ELO-NOVO.
      ******************************************************************
           P944-CALCULA-ELO.

           MOVE WS-ELO-ANTERIOR          TO WS-ELO-NUM

           PERFORM P945-ELO-BYTE THRU P945-FIM
                   VARYING WS-ELO-POSICAO FROM 1 BY 1
                   UNTIL WS-ELO-POSICAO > WS-ELO-TAMANHO

           MOVE WS-ELO-NUM               TO WS-ELO-NOVO.
       P944-FIM.

           P945-ELO-BYTE.

           COMPUTE WS-ELO-ORD =
               FUNCTION ORD(WS-ELO-ENTRADA(WS-ELO-POSICAO:1))
           COMPUTE WS-ELO-NUM =
               FUNCTION MOD(WS-ELO-NUM * 31 + WS-ELO-ORD,
                            99999989).
       P945-FIM.
