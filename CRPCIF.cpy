      ******************************************************************
      * Paragraphs: P917-CIFRA-COMPL, P918-DECIFRA-COMPL (e auxiliares)
      * Purpose : rotina compartilhada de cifra do CPF e da data de
      *           nascimento do cadastro complementar (CPLFILE e
      *           CPLHIST), copiada na PROCEDURE DIVISION so dos
      *           programas que precisam dos valores abertos ou que
      *           gravam valor novo: CADCOMPL, FICHUSER, ANIVUSER,
      *           CARTLGPD, a recontratacao por CPF (RCNVAL, no
      *           CADCLIEN e no CARGUSER), a fusao de duplicados
      *           (FUNDUSER, que recifra para o codigo sobrevivente),
      *           o CONVCRIP e o ROTCHAVE. Os demais programas copiam
      *           os campos cifrados como estao, junto com a versao.
      *           Cifra por digito: cada um dos 19 digitos (11 do CPF
      *           + 8 do nascimento) e somado, modulo 10, a um digito
      *           de uma sequencia gerada pela chave da versao e pelo
      *           CD-USER do registro - o mesmo CPF em codigos
      *           diferentes cifra diferente, e o campo continua
      *           numerico do mesmo tamanho. Campo zerado (nao
      *           informado) fica zerado. Versao 0000 e valor aberto
      *           (registro ainda nao convertido ou copia mascarada de
      *           teste) e volta como esta.
      *           As chaves vem do CHVFILE na primeira chamada; a
      *           cifra rele o CHVFILE a cada chamada para cifrar
      *           sempre com a versao atual (a nao ser com
      *           CRP-CHAVES-FIXAS ligado, que o batch de conversao e
      *           o de rotacao usam para nao reabrir o arquivo a cada
      *           registro) e a decifra rele uma vez quando a versao
      *           pedida nao esta na tabela (chave nova de uma rotacao
      *           feita com o programa ja carregado).
      ******************************************************************
           P917-CIFRA-COMPL.

           SET CRP-OK TO FALSE

           IF NOT CRP-CHAVES-FIXAS OR NOT CRP-CARREGADA THEN
               PERFORM P943-CARREGA-CHAVES THRU P943-FIM
           END-IF

           MOVE WS-CRP-ATUAL             TO WS-CRP-VERSAO
           IF WS-CRP-VERSAO EQUAL ZERO THEN
               GO TO P917-FIM
           END-IF

           PERFORM P942-ACHA-CHAVE THRU P942-FIM
           IF NOT CRP-OK THEN
               GO TO P917-FIM
           END-IF

           SET CRP-CIFRAR TO TRUE
           PERFORM P909-PERCORRE-BLOCO THRU P909-FIM.
       P917-FIM.

           P918-DECIFRA-COMPL.

           SET CRP-OK TO FALSE

           IF WS-CRP-VERSAO EQUAL ZERO THEN
               SET CRP-OK TO TRUE
               GO TO P918-FIM
           END-IF

           PERFORM P942-ACHA-CHAVE THRU P942-FIM
           IF NOT CRP-OK THEN
               GO TO P918-FIM
           END-IF

           SET CRP-DECIFRAR TO TRUE
           PERFORM P909-PERCORRE-BLOCO THRU P909-FIM.
       P918-FIM.

      ******************************************************************
      * P909-PERCORRE-BLOCO: passa os 19 digitos pela sequencia da
      * chave ja carregada em WS-CRP-K1..K4, no sentido pedido. A
      * sequencia anda em todas as posicoes, informadas ou nao, para
      * o nascimento usar sempre os mesmos digitos da chave.
      ******************************************************************
           P909-PERCORRE-BLOCO.

           SET CRP-TEM-CPF TO FALSE
           IF WS-CRP-CPF NOT EQUAL ZERO THEN
               SET CRP-TEM-CPF TO TRUE
           END-IF
           SET CRP-TEM-NASC TO FALSE
           IF WS-CRP-NASC NOT EQUAL ZERO THEN
               SET CRP-TEM-NASC TO TRUE
           END-IF

           COMPUTE WS-CRP-ESTADO = FUNCTION MOD(
               WS-CRP-K1 + WS-CRP-CD-USER * WS-CRP-K2, 999999937)

           PERFORM P919-APLICA-DIGITO THRU P919-FIM
                   VARYING WS-CRP-POS FROM 1 BY 1
                   UNTIL WS-CRP-POS > 19.
       P909-FIM.

           P919-APLICA-DIGITO.

           COMPUTE WS-CRP-ESTADO = FUNCTION MOD(
               WS-CRP-ESTADO * WS-CRP-K3 + WS-CRP-K4 + WS-CRP-POS,
               999999937)
           COMPUTE WS-CRP-FAIXA = WS-CRP-ESTADO / 1000
           COMPUTE WS-CRP-CHAVE-DIG = FUNCTION MOD(WS-CRP-FAIXA, 10)

           IF WS-CRP-POS NOT GREATER 11 AND NOT CRP-TEM-CPF THEN
               GO TO P919-FIM
           END-IF
           IF WS-CRP-POS GREATER 11 AND NOT CRP-TEM-NASC THEN
               GO TO P919-FIM
           END-IF

           MOVE WS-CRP-BLOCO-X(WS-CRP-POS:1) TO WS-CRP-DIGITO
           IF CRP-CIFRAR THEN
               COMPUTE WS-CRP-DIGITO = FUNCTION MOD(
                   WS-CRP-DIGITO + WS-CRP-CHAVE-DIG, 10)
           ELSE
               COMPUTE WS-CRP-DIGITO = FUNCTION MOD(
                   WS-CRP-DIGITO + 10 - WS-CRP-CHAVE-DIG, 10)
           END-IF
           MOVE WS-CRP-DIGITO TO WS-CRP-BLOCO-X(WS-CRP-POS:1).
       P919-FIM.

      ******************************************************************
      * P942-ACHA-CHAVE: poe em WS-CRP-K1..K4 a chave da versao
      * WS-CRP-VERSAO; versao fora da tabela forca uma releitura do
      * CHVFILE antes de desistir.
      ******************************************************************
           P942-ACHA-CHAVE.

           SET CRP-OK TO FALSE
           SET CRP-RECARREGOU TO FALSE

           IF NOT CRP-CARREGADA THEN
               PERFORM P943-CARREGA-CHAVES THRU P943-FIM
               SET CRP-RECARREGOU TO TRUE
           END-IF

           MOVE ZERO                     TO WS-CRP-ACHOU
           PERFORM P929-PROCURA-CHAVE THRU P929-FIM
                   VARYING WS-CRP-IDX FROM 1 BY 1
                   UNTIL WS-CRP-IDX > WS-CRP-QTD
                      OR WS-CRP-ACHOU NOT EQUAL ZERO

           IF WS-CRP-ACHOU EQUAL ZERO AND NOT CRP-RECARREGOU
              AND NOT CRP-CHAVES-FIXAS THEN
               PERFORM P943-CARREGA-CHAVES THRU P943-FIM
               PERFORM P929-PROCURA-CHAVE THRU P929-FIM
                       VARYING WS-CRP-IDX FROM 1 BY 1
                       UNTIL WS-CRP-IDX > WS-CRP-QTD
                          OR WS-CRP-ACHOU NOT EQUAL ZERO
           END-IF

           IF WS-CRP-ACHOU EQUAL ZERO THEN
               GO TO P942-FIM
           END-IF

           MOVE WS-CRP-TAB-K1 (WS-CRP-ACHOU) TO WS-CRP-K1
           MOVE WS-CRP-TAB-K2 (WS-CRP-ACHOU) TO WS-CRP-K2
           MOVE WS-CRP-TAB-K3 (WS-CRP-ACHOU) TO WS-CRP-K3
           MOVE WS-CRP-TAB-K4 (WS-CRP-ACHOU) TO WS-CRP-K4
           SET CRP-OK TO TRUE.
       P942-FIM.

           P929-PROCURA-CHAVE.

           IF WS-CRP-TAB-VERSAO (WS-CRP-IDX) EQUAL WS-CRP-VERSAO THEN
               MOVE WS-CRP-IDX           TO WS-CRP-ACHOU
           END-IF.
       P929-FIM.

      ******************************************************************
      * P943-CARREGA-CHAVES: le o registro de controle (versao atual)
      * e as versoes ativas do CHVFILE que conferem. CHVFILE ausente
      * deixa a tabela vazia e a versao atual zerada - nada se cifra
      * nem se decifra ate o CONVCRIP criar a primeira chave.
      ******************************************************************
           P943-CARREGA-CHAVES.

           SET CRP-CARREGADA TO TRUE
           MOVE ZERO                     TO WS-CRP-QTD
           MOVE ZERO                     TO WS-CRP-ATUAL

           OPEN INPUT CHVFILE
           IF NOT FS-CHVFILE-OK THEN
               GO TO P943-FIM
           END-IF

           MOVE ZERO                     TO CHV-VERSAO
           READ CHVFILE
           KEY IS CHV-VERSAO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CHV-CONTROLE THEN
                   MOVE CHV-VERSAO-ATUAL TO WS-CRP-ATUAL
               END-IF
           END-READ

           SET CRP-EOF TO FALSE
           MOVE 1                        TO CHV-VERSAO
           START CHVFILE KEY IS NOT LESS CHV-VERSAO
           INVALID KEY
               SET CRP-EOF TO TRUE
           NOT INVALID KEY
               PERFORM P947-LE-CHAVE THRU P947-FIM
                       UNTIL CRP-EOF OR WS-CRP-QTD EQUAL 20
           END-START

           CLOSE CHVFILE.
       P943-FIM.

           P947-LE-CHAVE.

           READ CHVFILE NEXT
           AT END
               SET CRP-EOF TO TRUE
               GO TO P947-FIM
           END-READ

           IF NOT CHV-ATIVA THEN
               GO TO P947-FIM
           END-IF

           MOVE CHV-K1                   TO WS-CRP-K1
           MOVE CHV-K2                   TO WS-CRP-K2
           MOVE CHV-K3                   TO WS-CRP-K3
           MOVE CHV-K4                   TO WS-CRP-K4
           MOVE CHV-VERSAO               TO WS-CRP-CONF-VERSAO
           PERFORM P914-CALCULA-CONFERE THRU P914-FIM
           IF WS-CRP-CONFERE NOT EQUAL CHV-CONFERE THEN
               GO TO P947-FIM
           END-IF

           ADD 1                         TO WS-CRP-QTD
           MOVE CHV-VERSAO    TO WS-CRP-TAB-VERSAO (WS-CRP-QTD)
           MOVE CHV-K1        TO WS-CRP-TAB-K1 (WS-CRP-QTD)
           MOVE CHV-K2        TO WS-CRP-TAB-K2 (WS-CRP-QTD)
           MOVE CHV-K3        TO WS-CRP-TAB-K3 (WS-CRP-QTD)
           MOVE CHV-K4        TO WS-CRP-TAB-K4 (WS-CRP-QTD).
       P947-FIM.

      ******************************************************************
      * P914-CALCULA-CONFERE: digito de conferencia de uma chave -
      * soma ponderada das quatro parcelas e da versao, modulo primo.
      * Entra em WS-CRP-K1..K4 e WS-CRP-CONF-VERSAO, sai em
      * WS-CRP-CONFERE.
      ******************************************************************
           P914-CALCULA-CONFERE.

           COMPUTE WS-CRP-CONFERE = FUNCTION MOD(
               WS-CRP-K1 * 3 + WS-CRP-K2 * 7 + WS-CRP-K3 * 11
               + WS-CRP-K4 * 13 + WS-CRP-CONF-VERSAO * 17,
               999999937).
       P914-FIM.
