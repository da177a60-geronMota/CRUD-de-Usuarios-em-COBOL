      ******************************************************************
      * Paragraph: P993-CONFERE-CPF
      * Purpose : rotina compartilhada de recontratacao por CPF,
      *           copiada na PROCEDURE DIVISION de todo caminho de
      *           entrada de gente nova (CADCLIEN, CARGUSER). Procura
      *           WS-RCN-CPF nos dados complementares vivos (CPLFILE)
      *           e nos arquivados na inativacao (CPLHIST) e confere
      *           no CADUSER a situacao de cada codigo achado: CPF de
      *           codigo ativo liga RCN-ATIVO (vale sobre qualquer
      *           inativo achado), CPF so de codigo inativo liga
      *           RCN-INATIVO - a pessoa ja tem codigo e volta pela
      *           reativacao (REATUSER), nao por um codigo novo -, CPF
      *           zerado ou sem dono fica RCN-SEM-VINCULO. O codigo e
      *           o nome achados voltam em WS-RCN-CD-USER/WS-RCN-NM.
      *           O caller precisa ter CPLSEL/CPLREC, CPHSEL/CPHREC e
      *           os WS-FS-CPLFILE/WS-FS-CPLHIST declarados, o CADUSER
      *           aberto e o CPLFILE e o CPLHIST fechados (a rotina
      *           abre e fecha os dois para leitura). A leitura do
      *           CADUSER sobrepoe o REG-USER: conferir antes de
      *           montar o registro novo.
      *           O CPF dos dois arquivos esta cifrado: cada registro
      *           e decifrado em memoria (rotina CRPCIF) so para a
      *           comparacao - o caller tambem precisa de CHVSEL/CHVREC
      *           e CRPWK, e do COPY CRPCIF na PROCEDURE DIVISION.
      *           Registro cuja chave nao esta disponivel nao casa.
      *           P997-VALIDA-CPF confere os dois digitos
      *           verificadores de WS-RCN-CPF (modulo 11, mesma regra
      *           do CADCOMPL) e liga RCN-CPF-VALIDO.
      ******************************************************************
           P993-CONFERE-CPF.

           SET RCN-SEM-VINCULO TO TRUE
           MOVE ZERO                     TO WS-RCN-CD-USER
           MOVE SPACES                   TO WS-RCN-NM
           MOVE SPACES                   TO WS-RCN-ORIGEM

           IF WS-RCN-CPF EQUAL ZERO THEN
               GO TO P993-FIM
           END-IF

           OPEN INPUT CPLFILE
           IF FS-CPLFILE-OK THEN
               MOVE "CPLFILE"            TO WS-RCN-ORIGEM-LIDA
               SET RCN-EOF TO FALSE
               PERFORM P994-VARRE-CPLFILE THRU P994-FIM
                       UNTIL RCN-EOF OR RCN-ATIVO
               CLOSE CPLFILE
           END-IF

           IF RCN-ATIVO THEN
               GO TO P993-FIM
           END-IF

           OPEN INPUT CPLHIST
           IF FS-CPLHIST-OK THEN
               MOVE "CPLHIST"            TO WS-RCN-ORIGEM-LIDA
               SET RCN-EOF TO FALSE
               PERFORM P995-VARRE-CPLHIST THRU P995-FIM
                       UNTIL RCN-EOF OR RCN-ATIVO
               CLOSE CPLHIST
           END-IF.
       P993-FIM.

           P994-VARRE-CPLFILE.

           READ CPLFILE NEXT
           AT END
               SET RCN-EOF TO TRUE
           NOT AT END
               MOVE CPL-CD-USER          TO WS-CRP-CD-USER
               MOVE CPL-CHAVE-VERSAO     TO WS-CRP-VERSAO
               MOVE CPL-CPF              TO WS-CRP-CPF
               MOVE CPL-DT-NASCIMENTO    TO WS-CRP-NASC
               PERFORM P918-DECIFRA-COMPL THRU P918-FIM
               IF CRP-OK AND WS-CRP-CPF EQUAL WS-RCN-CPF THEN
                   MOVE CPL-CD-USER      TO WS-RCN-CD-LIDO
                   PERFORM P996-SITUACAO-CODIGO THRU P996-FIM
               END-IF
           END-READ.
       P994-FIM.

           P995-VARRE-CPLHIST.

           READ CPLHIST
           AT END
               SET RCN-EOF TO TRUE
           NOT AT END
               MOVE CPH-CD-USER          TO WS-CRP-CD-USER
               MOVE ZERO                 TO WS-CRP-VERSAO
               IF CPH-CHAVE-VERSAO NUMERIC THEN
                   MOVE CPH-CHAVE-VERSAO TO WS-CRP-VERSAO
               END-IF
               MOVE CPH-CPF              TO WS-CRP-CPF
               MOVE CPH-DT-NASCIMENTO    TO WS-CRP-NASC
               PERFORM P918-DECIFRA-COMPL THRU P918-FIM
               IF CRP-OK AND WS-CRP-CPF EQUAL WS-RCN-CPF THEN
                   MOVE CPH-CD-USER      TO WS-RCN-CD-LIDO
                   PERFORM P996-SITUACAO-CODIGO THRU P996-FIM
               END-IF
           END-READ.
       P995-FIM.

      ******************************************************************
      * P996-SITUACAO-CODIGO: le no CADUSER o codigo dono do CPF achado
      * (o CPLHIST guarda inclusive codigos que ja foram reativados) e
      * classifica; codigo que nao existe mais no CADUSER e ignorado.
      ******************************************************************
           P996-SITUACAO-CODIGO.

           MOVE WS-RCN-CD-LIDO           TO FD-CD-USER
           READ CADUSER KEY IS FD-CD-USER
           INVALID KEY
               GO TO P996-FIM
           END-READ

           IF FD-ST-ATIVO THEN
               SET RCN-ATIVO TO TRUE
               MOVE FD-CD-USER           TO WS-RCN-CD-USER
               MOVE FD-NM                TO WS-RCN-NM
               MOVE WS-RCN-ORIGEM-LIDA   TO WS-RCN-ORIGEM
               GO TO P996-FIM
           END-IF

           IF RCN-SEM-VINCULO THEN
               SET RCN-INATIVO TO TRUE
               MOVE FD-CD-USER           TO WS-RCN-CD-USER
               MOVE FD-NM                TO WS-RCN-NM
               MOVE WS-RCN-ORIGEM-LIDA   TO WS-RCN-ORIGEM
           END-IF.
       P996-FIM.

      ******************************************************************
      * P997-VALIDA-CPF: primeiro digito verificador com pesos 10 a 2
      * sobre os nove primeiros digitos, segundo com pesos 11 a 2 sobre
      * os dez primeiros; resto 10 ou 11 vira digito zero. Onze
      * digitos iguais sao recusados.
      ******************************************************************
           P997-VALIDA-CPF.

           SET RCN-CPF-VALIDO TO FALSE
           MOVE WS-RCN-CPF               TO WS-RCN-CPF-TEXTO

           MOVE ZERO TO WS-RCN-IGUAIS
           INSPECT WS-RCN-CPF-TEXTO TALLYING WS-RCN-IGUAIS
                   FOR ALL WS-RCN-CPF-TEXTO(1:1)
           IF WS-RCN-IGUAIS EQUAL 11 THEN
               GO TO P997-FIM
           END-IF

           MOVE ZERO TO WS-RCN-SOMA
           MOVE 10   TO WS-RCN-PESO
           PERFORM P998-SOMA-DIGITO THRU P998-FIM
                   VARYING WS-RCN-POS FROM 1 BY 1
                   UNTIL WS-RCN-POS > 9
           COMPUTE WS-RCN-RESTO = FUNCTION MOD(WS-RCN-SOMA * 10, 11)
           COMPUTE WS-RCN-DV = FUNCTION MOD(WS-RCN-RESTO, 10)

           MOVE WS-RCN-CPF-TEXTO(10:1)   TO WS-RCN-DIGITO
           IF WS-RCN-DIGITO NOT EQUAL WS-RCN-DV THEN
               GO TO P997-FIM
           END-IF

           MOVE ZERO TO WS-RCN-SOMA
           MOVE 11   TO WS-RCN-PESO
           PERFORM P998-SOMA-DIGITO THRU P998-FIM
                   VARYING WS-RCN-POS FROM 1 BY 1
                   UNTIL WS-RCN-POS > 10
           COMPUTE WS-RCN-RESTO = FUNCTION MOD(WS-RCN-SOMA * 10, 11)
           COMPUTE WS-RCN-DV = FUNCTION MOD(WS-RCN-RESTO, 10)

           MOVE WS-RCN-CPF-TEXTO(11:1)   TO WS-RCN-DIGITO
           IF WS-RCN-DIGITO EQUAL WS-RCN-DV THEN
               SET RCN-CPF-VALIDO TO TRUE
           END-IF.
       P997-FIM.

           P998-SOMA-DIGITO.

           MOVE WS-RCN-CPF-TEXTO(WS-RCN-POS:1) TO WS-RCN-DIGITO
           COMPUTE WS-RCN-SOMA =
               WS-RCN-SOMA + WS-RCN-DIGITO * WS-RCN-PESO
           SUBTRACT 1 FROM WS-RCN-PESO.
       P998-FIM.
