      ******************************************************************
      * Paragraphs: P963-GERA-CHAVE (e auxiliar)
      * Purpose : rotina de geracao de uma chave nova de cifra do
      *           cadastro complementar, copiada no CONVCRIP (primeira
      *           chave) e no ROTCHAVE (rotacao). Parte da frase
      *           digitada pela seguranca (WS-CRP-FRASE) e do momento
      *           da geracao (WS-CRP-STAMP): quatro hashes polinomiais
      *           da frase, com multiplicadores diferentes, misturados
      *           ao momento, viram as parcelas WS-CRP-K1..K4; o
      *           digito de conferencia sai em WS-CRP-CONFERE para a
      *           versao em WS-CRP-CONF-VERSAO. O caller grava o
      *           registro no CHVFILE. A frase nao e guardada em
      *           lugar nenhum.
      ******************************************************************
           P963-GERA-CHAVE.

           MOVE ZERO                     TO WS-CRP-H1
           MOVE ZERO                     TO WS-CRP-H2
           MOVE ZERO                     TO WS-CRP-H3
           MOVE ZERO                     TO WS-CRP-H4

           PERFORM P964-HASH-BYTE THRU P964-FIM
                   VARYING WS-CRP-FRASE-POS FROM 1 BY 1
                   UNTIL WS-CRP-FRASE-POS > 60

           COMPUTE WS-CRP-K1 = FUNCTION MOD(
               WS-CRP-H1 + WS-CRP-STAMP * 3, 999999937)
           COMPUTE WS-CRP-K2 = FUNCTION MOD(
               WS-CRP-H2 + WS-CRP-STAMP * 5, 999999937)
           COMPUTE WS-CRP-K3 = FUNCTION MOD(
               WS-CRP-H3 + WS-CRP-STAMP * 7, 999999937)
           COMPUTE WS-CRP-K4 = FUNCTION MOD(
               WS-CRP-H4 + WS-CRP-STAMP * 11, 999999937)

      *    Multiplicador 0 ou 1 deixaria a sequencia da cifra parada.
           IF WS-CRP-K3 LESS 2 THEN
               ADD 2                     TO WS-CRP-K3
           END-IF

           PERFORM P914-CALCULA-CONFERE THRU P914-FIM.
       P963-FIM.

           P964-HASH-BYTE.

           COMPUTE WS-CRP-ORD =
               FUNCTION ORD(WS-CRP-FRASE(WS-CRP-FRASE-POS:1))
           COMPUTE WS-CRP-H1 =
               FUNCTION MOD(WS-CRP-H1 * 31 + WS-CRP-ORD, 999999937)
           COMPUTE WS-CRP-H2 =
               FUNCTION MOD(WS-CRP-H2 * 37 + WS-CRP-ORD, 999999937)
           COMPUTE WS-CRP-H3 =
               FUNCTION MOD(WS-CRP-H3 * 41 + WS-CRP-ORD, 999999937)
           COMPUTE WS-CRP-H4 =
               FUNCTION MOD(WS-CRP-H4 * 43 + WS-CRP-ORD, 999999937).
       P964-FIM.
