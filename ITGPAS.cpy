      ******************************************************************
      * Paragraphs: P727-ITG-ABRE, P728-ITG-REGISTRO, P729-ITG-FECHA
      * Purpose : verificacao de integridade do CADUSER contra os
      *           arquivos satelites, copiada na PROCEDURE DIVISION do
      *           INTGUSER e da passagem unica PASSUSER, para as duas
      *           rodadas produzirem o mesmo INTGREL. P727 grava o
      *           cabecalho, roda as varreduras dos satelites (cada
      *           uma le o CADUSER por chave, que o caller ja deixou
      *           aberto) e abre o DEPFILE; P728 confere o FD-DEPTO do
      *           registro lido; P729 grava o rodape. O caller precisa
      *           de CADUSER, CPLFILE, CTOFILE, LCKFILE, PENFILE,
      *           AVIFILE, DEPFILE e INTGREL, de WS-EOF, ITGPWK e
      *           DPTVALWK, e copia DPTVAL.
      ******************************************************************
           P727-ITG-ABRE.

           MOVE ZERO                    TO WS-QTD-ACHADOS
           MOVE ZERO                    TO WS-ITG-RC

           OPEN OUTPUT INTGREL

           MOVE SPACES TO WS-LINHA-ITG
           STRING "INTEGRIDADE CADUSER X SATELITES - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-ITG
           END-STRING
           MOVE WS-LINHA-ITG TO ITG-LINHA
           WRITE REG-INTEG-REL

           MOVE ALL "-" TO WS-LINHA-ITG
           MOVE WS-LINHA-ITG TO ITG-LINHA
           WRITE REG-INTEG-REL

           PERFORM P711-VARRE-CPLFILE THRU P711-FIM
           PERFORM P716-VARRE-CTOFILE THRU P716-FIM
           PERFORM P713-VARRE-LCKFILE THRU P713-FIM
           PERFORM P715-VARRE-PENFILE THRU P715-FIM
           PERFORM P717-VARRE-AVIFILE THRU P717-FIM

           PERFORM P718-ITG-ABRE-DEPTOS THRU P718-FIM.
       P727-FIM.

      ******************************************************************
      * P718-ITG-ABRE-DEPTOS: abre o DEPFILE para a conferencia de
      * FD-DEPTO; sem DEPFILE a conferencia e simplesmente pulada.
      ******************************************************************
           P718-ITG-ABRE-DEPTOS.

           SET ITG-DEPTOS-ABERTO TO FALSE
           OPEN INPUT DEPFILE
           IF FS-DEPFILE-OK THEN
               SET ITG-DEPTOS-ABERTO TO TRUE
           END-IF.
       P718-FIM.

      ******************************************************************
      * P728-ITG-REGISTRO: FD-DEPTO que nao casa com nenhum
      * DPT-CODIGO do mestre (codigos gravados antes de o DEPFILE
      * existir) e achado.
      ******************************************************************
           P728-ITG-REGISTRO.

           IF NOT ITG-DEPTOS-ABERTO THEN
               GO TO P728-FIM
           END-IF

           MOVE FD-DEPTO                TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM
           IF NOT DEPTO-EXISTE THEN
               MOVE SPACES TO WS-LINHA-ITG
               STRING "DEPTO: CODIGO " DELIMITED BY SIZE
                      FD-CD-USER DELIMITED BY SIZE
                      " COM DEPARTAMENTO '"
                      DELIMITED BY SIZE
                      FD-DEPTO DELIMITED BY SIZE
                      "' SEM MESTRE NO DEPFILE"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-ITG
               END-STRING
               PERFORM P714-ACHADO THRU P714-FIM
           END-IF.
       P728-FIM.

      ******************************************************************
      * P729-ITG-FECHA: fecha o DEPFILE, grava o rodape com o total de
      * achados e devolve 4 em WS-ITG-RC quando houve algum.
      ******************************************************************
           P729-ITG-FECHA.

           IF ITG-DEPTOS-ABERTO THEN
               CLOSE DEPFILE
               SET ITG-DEPTOS-ABERTO TO FALSE
           END-IF

           MOVE ALL "-" TO WS-LINHA-ITG
           MOVE WS-LINHA-ITG TO ITG-LINHA
           WRITE REG-INTEG-REL

           MOVE SPACES TO WS-LINHA-ITG
           STRING "TOTAL DE ACHADOS: " DELIMITED BY SIZE
                  WS-QTD-ACHADOS DELIMITED BY SIZE
                  INTO WS-LINHA-ITG
           END-STRING
           MOVE WS-LINHA-ITG TO ITG-LINHA
           WRITE REG-INTEG-REL

           CLOSE INTGREL

           IF WS-QTD-ACHADOS NOT EQUAL ZERO THEN
               DISPLAY "INTEGRIDADE: " WS-QTD-ACHADOS
                       " ACHADO(S), VEJA O INTGREL"
               MOVE 4                   TO WS-ITG-RC
           ELSE
               DISPLAY "INTEGRIDADE: SATELITES CONFEREM"
           END-IF.
       P729-FIM.

      ******************************************************************
      * P712-CONFERE-ALVO: dado WS-CD-ALVO, diz se o codigo existe no
      * CADUSER e se esta ativo - a pergunta que toda varredura faz.
      ******************************************************************
           P712-CONFERE-ALVO.

           SET ALVO-EXISTE TO FALSE
           SET ALVO-ATIVO TO FALSE

           MOVE WS-CD-ALVO              TO FD-CD-USER
           READ CADUSER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET ALVO-EXISTE TO TRUE
               IF FD-ST-ATIVO THEN
                   SET ALVO-ATIVO TO TRUE
               END-IF
           END-READ.
       P712-FIM.

      ******************************************************************
      * P714-ACHADO: grava uma linha de achado no relatorio (o texto
      * ja montado em WS-LINHA-ITG) e soma no total.
      ******************************************************************
           P714-ACHADO.

           ADD 1 TO WS-QTD-ACHADOS
           MOVE WS-LINHA-ITG TO ITG-LINHA
           WRITE REG-INTEG-REL.
       P714-FIM.

      ******************************************************************
      * P711-VARRE-CPLFILE: dado complementar cujo codigo nao existe
      * mais no mestre e orfao.
      ******************************************************************
           P711-VARRE-CPLFILE.

           OPEN INPUT CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               GO TO P711-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P721-LE-CPL THRU P721-FIM UNTIL EOF-OK

           CLOSE CPLFILE.
       P711-FIM.

           P721-LE-CPL.

           READ CPLFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE CPL-CD-USER         TO WS-CD-ALVO
               PERFORM P712-CONFERE-ALVO THRU P712-FIM
               IF NOT ALVO-EXISTE THEN
                   MOVE SPACES TO WS-LINHA-ITG
                   STRING "CPLFILE ORFAO: COMPLEMENTO DO CODIGO "
                          DELIMITED BY SIZE
                          CPL-CD-USER DELIMITED BY SIZE
                          " SEM CADASTRO NO CADUSER"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-ITG
                   END-STRING
                   PERFORM P714-ACHADO THRU P714-FIM
               END-IF
           END-READ.
       P721-FIM.

      ******************************************************************
      * P716-VARRE-CTOFILE: contato cujo codigo nao existe mais no
      * mestre e orfao, como o complementar.
      ******************************************************************
           P716-VARRE-CTOFILE.

           OPEN INPUT CTOFILE
           IF NOT FS-CTOFILE-OK THEN
               GO TO P716-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P726-LE-CTO THRU P726-FIM UNTIL EOF-OK

           CLOSE CTOFILE.
       P716-FIM.

           P726-LE-CTO.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE CTO-CD-USER         TO WS-CD-ALVO
               PERFORM P712-CONFERE-ALVO THRU P712-FIM
               IF NOT ALVO-EXISTE THEN
                   MOVE SPACES TO WS-LINHA-ITG
                   STRING "CTOFILE ORFAO: CONTATO " DELIMITED BY SIZE
                          CTO-SEQ DELIMITED BY SIZE
                          " DO CODIGO " DELIMITED BY SIZE
                          CTO-CD-USER DELIMITED BY SIZE
                          " SEM CADASTRO NO CADUSER"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-ITG
                   END-STRING
                   PERFORM P714-ACHADO THRU P714-FIM
               END-IF
           END-READ.
       P726-FIM.

      ******************************************************************
      * P713-VARRE-LCKFILE: trava apontando para cadastro sumido ou
      * inativado - sessao que caiu ou limpeza que ficou para tras.
      ******************************************************************
           P713-VARRE-LCKFILE.

           OPEN INPUT LCKFILE
           IF NOT FS-LCKFILE-OK THEN
               GO TO P713-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P722-LE-LCK THRU P722-FIM UNTIL EOF-OK

           CLOSE LCKFILE.
       P713-FIM.

           P722-LE-LCK.

           READ LCKFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE LCK-CD-USER         TO WS-CD-ALVO
               PERFORM P712-CONFERE-ALVO THRU P712-FIM
               IF NOT ALVO-EXISTE OR NOT ALVO-ATIVO THEN
                   MOVE SPACES TO WS-LINHA-ITG
                   STRING "LCKFILE: TRAVA DO CODIGO "
                          DELIMITED BY SIZE
                          LCK-CD-USER DELIMITED BY SIZE
                          " (OPERADOR " DELIMITED BY SIZE
                          LCK-OPERADOR DELIMITED BY SIZE
                          ") APONTA PARA CADASTRO "
                          DELIMITED BY SIZE
                          "INEXISTENTE OU INATIVO"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-ITG
                   END-STRING
                   PERFORM P714-ACHADO THRU P714-FIM
               END-IF
           END-READ.
       P722-FIM.

      ******************************************************************
      * P715-VARRE-PENFILE: pedido ainda pendente cujo alvo nao existe
      * mais nunca sera aplicavel.
      ******************************************************************
           P715-VARRE-PENFILE.

           OPEN INPUT PENFILE
           IF NOT FS-PENFILE-OK THEN
               GO TO P715-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P723-LE-PEN THRU P723-FIM UNTIL EOF-OK

           CLOSE PENFILE.
       P715-FIM.

           P723-LE-PEN.

           READ PENFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PEN-PENDENTE THEN
                   MOVE PEN-CD-USER     TO WS-CD-ALVO
                   PERFORM P712-CONFERE-ALVO THRU P712-FIM
                   IF NOT ALVO-EXISTE THEN
                       MOVE SPACES TO WS-LINHA-ITG
                       STRING "PENFILE: PEDIDO "
                              DELIMITED BY SIZE
                              PEN-ID DELIMITED BY SIZE
                              " PENDENTE PARA O CODIGO "
                              DELIMITED BY SIZE
                              PEN-CD-USER DELIMITED BY SIZE
                              " QUE NAO EXISTE MAIS"
                              DELIMITED BY SIZE
                              INTO WS-LINHA-ITG
                       END-STRING
                       PERFORM P714-ACHADO THRU P714-FIM
                   END-IF
               END-IF
           END-READ.
       P723-FIM.

      ******************************************************************
      * P717-VARRE-AVIFILE: aviso de dormencia de gente sumida ou ja
      * inativada e lixo que pode derrubar quem nem esta mais la.
      ******************************************************************
           P717-VARRE-AVIFILE.

           OPEN INPUT AVIFILE
           IF NOT FS-AVIFILE-OK THEN
               GO TO P717-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P724-LE-AVI THRU P724-FIM UNTIL EOF-OK

           CLOSE AVIFILE.
       P717-FIM.

           P724-LE-AVI.

           READ AVIFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE AVI-CD-USER         TO WS-CD-ALVO
               PERFORM P712-CONFERE-ALVO THRU P712-FIM
               IF NOT ALVO-EXISTE OR NOT ALVO-ATIVO THEN
                   MOVE SPACES TO WS-LINHA-ITG
                   STRING "AVIFILE: AVISO DE DORMENCIA DO CODIGO "
                          DELIMITED BY SIZE
                          AVI-CD-USER DELIMITED BY SIZE
                          " INEXISTENTE OU JA INATIVADO"
                          DELIMITED BY SIZE
                          INTO WS-LINHA-ITG
                   END-STRING
                   PERFORM P714-ACHADO THRU P714-FIM
               END-IF
           END-READ.
       P724-FIM.
