      ******************************************************************
      * Paragraphs: P821-CARREGA-HIER, P822-MONTA-RAMO,
      *             P823-SOMA-RAMO, P824-VALIDA-PAI
      * Purpose : rotina compartilhada da hierarquia de departamentos
      *           (DPT-PAI), copiada na PROCEDURE DIVISION do CADDEPTO,
      *           do TRFDEPTO, dos dois caminhos com teto de vagas
      *           (CADCLIEN, CARGUSER) e do relatorio DEPPAS. O caller
      *           copia DPTARVWK e abre o DEPFILE (INPUT ou I-O).
      *           P821 le o DEPFILE inteiro para TAB-HIER - a leitura
      *           sequencial reaproveita o REG-DEPTO, entao quem vai
      *           regravar um departamento o le de novo pela chave
      *           depois; passando de 200 departamentos, os excedentes
      *           ficam de fora e P821 liga HIE-TAB-CHEIA para o caller
      *           avisar. P822 monta em TAB-RAMO o departamento de
      *           WS-HIE-DEPTO e os ancestrais dele ate a raiz (no
      *           maximo 20 niveis; pai fora do DEPFILE ou repetido
      *           encerra a subida). P823 soma 1 em RAM-ATIVOS de todo
      *           nivel do ramo que seja o departamento de WS-HIE-DEPTO
      *           ou um ancestral dele - chamado uma vez por usuario
      *           ativo, deixa em cada nivel o headcount do ramo
      *           inteiro, que e o que o teto DPT-VAGAS limita. P824
      *           confere se WS-HIE-PAI-NOVO pode ser pai de
      *           WS-HIE-FILHO: em branco (raiz) sempre pode; senao
      *           precisa existir, nao estar extinto (o caller ignora
      *           HIE-PAI-EXTINTO quando o filho tambem esta extinto),
      *           nao ser o proprio filho nem estar abaixo dele (o que
      *           fecharia um ciclo), e ter menos de 20 niveis acima.
      ******************************************************************
           P821-CARREGA-HIER.

           MOVE ZERO                     TO WS-QTD-HIER
           MOVE LOW-VALUES               TO DPT-CODIGO
           SET HIE-EOF-OK TO FALSE
           SET HIE-TAB-CHEIA TO FALSE

           START DEPFILE KEY IS NOT LESS DPT-CODIGO
           INVALID KEY
               SET HIE-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P821-LE-UM THRU P821-LE-UM-FIM
                       UNTIL HIE-EOF-OK
           END-START.
       P821-FIM.

           P821-LE-UM.

           READ DEPFILE NEXT
           AT END
               SET HIE-EOF-OK TO TRUE
               GO TO P821-LE-UM-FIM
           END-READ

           IF WS-QTD-HIER NOT LESS 200 THEN
               SET HIE-TAB-CHEIA TO TRUE
               GO TO P821-LE-UM-FIM
           END-IF

           ADD 1                         TO WS-QTD-HIER
           MOVE DPT-CODIGO               TO HIE-CODIGO (WS-QTD-HIER)
           MOVE DPT-DESCRICAO            TO HIE-DESCRICAO (WS-QTD-HIER)
           MOVE DPT-PAI                  TO HIE-PAI (WS-QTD-HIER)
           MOVE DPT-STATUS               TO HIE-STATUS (WS-QTD-HIER)
           MOVE DPT-VAGAS                TO HIE-VAGAS (WS-QTD-HIER).
       P821-LE-UM-FIM.

      *    Posicao de WS-HIE-ATUAL em TAB-HIER (zero = nao esta).
           P821-ACHA-HIER.

           MOVE ZERO                     TO WS-HIE-POS
           PERFORM P821-COMPARA THRU P821-COMPARA-FIM
                   VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-QTD-HIER OR
                         WS-HIE-POS NOT EQUAL ZERO.
       P821-ACHA-HIER-FIM.

           P821-COMPARA.

           IF HIE-CODIGO (WS-HDX) EQUAL WS-HIE-ATUAL THEN
               MOVE WS-HDX               TO WS-HIE-POS
           END-IF.
       P821-COMPARA-FIM.

           P822-MONTA-RAMO.

           MOVE ZERO                     TO WS-QTD-RAMO
           MOVE WS-HIE-DEPTO             TO WS-HIE-ATUAL
           SET HIE-FIM-SUBIDA TO FALSE

           PERFORM P822-SOBE THRU P822-SOBE-FIM
                   UNTIL HIE-FIM-SUBIDA.
       P822-FIM.

           P822-SOBE.

           PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM
           IF WS-HIE-POS EQUAL ZERO OR WS-QTD-RAMO NOT LESS 20 THEN
               SET HIE-FIM-SUBIDA TO TRUE
               GO TO P822-SOBE-FIM
           END-IF

           PERFORM P822-ACHA-RAMO THRU P822-ACHA-RAMO-FIM
           IF WS-HIE-POS-RAMO NOT EQUAL ZERO THEN
               SET HIE-FIM-SUBIDA TO TRUE
               GO TO P822-SOBE-FIM
           END-IF

           ADD 1                         TO WS-QTD-RAMO
           MOVE HIE-CODIGO (WS-HIE-POS)  TO RAM-CODIGO (WS-QTD-RAMO)
           MOVE HIE-VAGAS (WS-HIE-POS)   TO RAM-VAGAS (WS-QTD-RAMO)
           MOVE ZERO                     TO RAM-ATIVOS (WS-QTD-RAMO)

           IF HIE-PAI (WS-HIE-POS) EQUAL SPACES THEN
               SET HIE-FIM-SUBIDA TO TRUE
           ELSE
               MOVE HIE-PAI (WS-HIE-POS) TO WS-HIE-ATUAL
           END-IF.
       P822-SOBE-FIM.

      *    Posicao de WS-HIE-ATUAL em TAB-RAMO (zero = nao esta).
           P822-ACHA-RAMO.

           MOVE ZERO                     TO WS-HIE-POS-RAMO
           PERFORM P822-COMPARA THRU P822-COMPARA-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO OR
                         WS-HIE-POS-RAMO NOT EQUAL ZERO.
       P822-ACHA-RAMO-FIM.

           P822-COMPARA.

           IF RAM-CODIGO (WS-RDX) EQUAL WS-HIE-ATUAL THEN
               MOVE WS-RDX               TO WS-HIE-POS-RAMO
           END-IF.
       P822-COMPARA-FIM.

           P823-SOMA-RAMO.

           MOVE WS-HIE-DEPTO             TO WS-HIE-ATUAL
           MOVE ZERO                     TO WS-HIE-POS-RAMO
           SET HIE-FIM-SUBIDA TO FALSE

           PERFORM P823-SOBE THRU P823-SOBE-FIM
                   VARYING WS-HIE-NIVEL FROM 1 BY 1
                   UNTIL WS-HIE-NIVEL > 20 OR HIE-FIM-SUBIDA

           IF WS-HIE-POS-RAMO NOT EQUAL ZERO THEN
               PERFORM P823-SOMA THRU P823-SOMA-FIM
                       VARYING WS-RDX FROM WS-HIE-POS-RAMO BY 1
                       UNTIL WS-RDX > WS-QTD-RAMO
           END-IF.
       P823-FIM.

      *    Sobe um nivel a partir do departamento do usuario ate cair
      *    no ramo; dali para cima o ramo inteiro contem o usuario.
           P823-SOBE.

           PERFORM P822-ACHA-RAMO THRU P822-ACHA-RAMO-FIM
           IF WS-HIE-POS-RAMO NOT EQUAL ZERO THEN
               SET HIE-FIM-SUBIDA TO TRUE
               GO TO P823-SOBE-FIM
           END-IF

           PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM
           IF WS-HIE-POS EQUAL ZERO THEN
               SET HIE-FIM-SUBIDA TO TRUE
               GO TO P823-SOBE-FIM
           END-IF

           IF HIE-PAI (WS-HIE-POS) EQUAL SPACES THEN
               SET HIE-FIM-SUBIDA TO TRUE
           ELSE
               MOVE HIE-PAI (WS-HIE-POS) TO WS-HIE-ATUAL
           END-IF.
       P823-SOBE-FIM.

           P823-SOMA.

           ADD 1                         TO RAM-ATIVOS (WS-RDX).
       P823-SOMA-FIM.

           P824-VALIDA-PAI.

           SET HIE-PAI-OK TO TRUE

           IF WS-HIE-PAI-NOVO EQUAL SPACES THEN
               GO TO P824-FIM
           END-IF

           IF WS-HIE-PAI-NOVO EQUAL WS-HIE-FILHO THEN
               SET HIE-PAI-CICLO TO TRUE
               GO TO P824-FIM
           END-IF

           MOVE WS-HIE-PAI-NOVO          TO WS-HIE-ATUAL
           PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM
           IF WS-HIE-POS EQUAL ZERO THEN
               SET HIE-PAI-INEXISTENTE TO TRUE
               GO TO P824-FIM
           END-IF

           IF HIE-EXTINTO (WS-HIE-POS) THEN
               SET HIE-PAI-EXTINTO TO TRUE
               GO TO P824-FIM
           END-IF

           MOVE WS-HIE-PAI-NOVO          TO WS-HIE-DEPTO
           PERFORM P822-MONTA-RAMO THRU P822-FIM

           MOVE WS-HIE-FILHO             TO WS-HIE-ATUAL
           PERFORM P822-ACHA-RAMO THRU P822-ACHA-RAMO-FIM
           IF WS-HIE-POS-RAMO NOT EQUAL ZERO THEN
               SET HIE-PAI-CICLO TO TRUE
               GO TO P824-FIM
           END-IF

           IF WS-QTD-RAMO NOT LESS 20 THEN
               SET HIE-PAI-PROFUNDO TO TRUE
           END-IF.
       P824-FIM.
