      ******************************************************************
      * Paragraphs: P877-NTF-ABRE, P879-NTF-REGISTRO, P878-NTF-FECHA
      * Purpose : caixa de saida de notificacoes, copiada na PROCEDURE
      *           DIVISION do NOTIFUSER e da passagem unica PASSUSER,
      *           para as duas rodadas produzirem o mesmo NOTFILE e a
      *           mesma NOTREL. P877 abre a caixa de saida, a lista
      *           impressa e o controle de deduplicacao, varre o SECFILE
      *           e prepara o AVIFILE, o DVAFILE, o CTOFILE e o CNSFILE;
      *           P879 recebe cada registro lido no CADUSER, em ordem de
      *           codigo, e consulta por chave o AVIFILE (aviso de
      *           dormencia, P870) e o DVAFILE (pedido de atualizacao de
      *           endereco por carta devolvida pelo correio, gravado
      *           pelo INTFCORR, P868) - o NOTIFUSER sozinho e a
      *           passagem leem o CADUSER do mesmo jeito; P878 varre o
      *           PENFILE, fecha e registra a transmissao. NTF-GRAVOU
      *           liga a cada notificacao gravada. O caller precisa de
      *           SECFILE, AVIFILE, DVAFILE, PENFILE, NOTFILE, NTDFILE,
      *           NOTREL, CTOFILE, CNSFILE e TRMFILE, de WS-EOF, NOTPWK,
      *           CNSWK e TRMWK, e copia CNSVAL e TRMGRV.
      ******************************************************************
           P877-NTF-ABRE.

           MOVE ZERO TO WS-QTD-OUTBOX
           MOVE ZERO TO WS-QTD-IMPRESSAS
           MOVE ZERO TO WS-QTD-SECUNDARIO
           MOVE ZERO TO WS-QTD-SEM-EMAIL
           MOVE ZERO TO WS-NTF-SEM-CONSENT
           MOVE ZERO TO WS-QTD-NTF-ENDERECO
           MOVE ZERO TO WS-NTF-HASH
           MOVE ZERO TO WS-NTF-RC
           SET NTF-AVI-ABERTO TO FALSE
           SET NTF-DVA-ABERTO TO FALSE
           SET NTF-GRAVOU TO FALSE

           OPEN EXTEND NOTFILE
           IF WS-FS-NOTFILE EQUAL 35 THEN
               OPEN OUTPUT NOTFILE
           END-IF
           IF NOT FS-NOTFILE-OK THEN
               MOVE WS-FS-NOTFILE        TO WS-FS-CODIGO
               MOVE "NOTFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8                    TO WS-NTF-RC
               GO TO P877-FIM
           END-IF

           OPEN OUTPUT NOTREL

           OPEN I-O NTDFILE
           IF WS-FS-NTDFILE EQUAL 35 THEN
               OPEN OUTPUT NTDFILE
               CLOSE NTDFILE
               OPEN I-O NTDFILE
           END-IF

           MOVE SPACES TO WS-LINHA-NFR
           STRING "NOTIFICACOES SEM EMAIL - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-NFR
           END-STRING
           MOVE WS-LINHA-NFR TO NFR-LINHA
           WRITE REG-NOTIF-REL

           PERFORM P866-VARRE-SECFILE THRU P866-FIM
           PERFORM P880-NTF-ABRE-AVISOS THRU P880-FIM.
       P877-FIM.

      ******************************************************************
      * P880-NTF-ABRE-AVISOS: abre o AVIFILE (avisos de dormencia), o
      * DVAFILE (pedidos de atualizacao de endereco), o CTOFILE e o
      * CNSFILE; sem AVIFILE e sem DVAFILE nao ha aviso e os outros
      * dois nem abrem.
      ******************************************************************
           P880-NTF-ABRE-AVISOS.

           SET NTF-AVI-ABERTO TO FALSE
           SET NTF-DVA-ABERTO TO FALSE
           SET CTO-ABERTO TO FALSE

           OPEN INPUT AVIFILE
           IF FS-AVIFILE-OK THEN
               SET NTF-AVI-ABERTO TO TRUE
           END-IF

           OPEN INPUT DVAFILE
           IF FS-DVAFILE-OK THEN
               SET NTF-DVA-ABERTO TO TRUE
           END-IF

           IF NOT NTF-AVI-ABERTO AND NOT NTF-DVA-ABERTO THEN
               GO TO P880-FIM
           END-IF

           OPEN INPUT CTOFILE
           IF FS-CTOFILE-OK THEN
               SET CTO-ABERTO TO TRUE
           END-IF

           PERFORM P927-ABRE-CNSFILE THRU P927-FIM.
       P880-FIM.

      ******************************************************************
      * P879-NTF-REGISTRO: procura no AVIFILE o aviso de dormencia e no
      * DVAFILE o pedido de atualizacao de endereco do codigo lido no
      * CADUSER e, havendo, notifica.
      ******************************************************************
           P879-NTF-REGISTRO.

           IF NTF-AVI-ABERTO THEN
               MOVE FD-CD-USER           TO AVI-CD-USER
               READ AVIFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P870-NTF-AVISO THRU P870-FIM
               END-READ
           END-IF

           IF NTF-DVA-ABERTO THEN
               MOVE FD-CD-USER           TO DVA-CD-USER
               READ DVAFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P868-NTF-DEVOLUCAO THRU P868-FIM
               END-READ
           END-IF.
       P879-FIM.

      ******************************************************************
      * P870-NTF-AVISO: quem foi avisado como dormente recebe a
      * notificacao no proprio email do cadastro (ativo e com email) -
      * a referencia e a data do aviso, entao um aviso novo notifica
      * de novo. O email sai do CTOFILE quando o codigo tem contatos
      * (P875); sem CTOFILE vale o FD-EMAIL. Usuario sem
      * consentimento de email operacional no CNSFILE nao recebe nada
      * e so entra na contagem. REG-USER e REG-AVISO ja lidos.
      ******************************************************************
           P870-NTF-AVISO.

           IF FD-ST-ATIVO THEN
               MOVE FD-CD-USER   TO WS-CNS-CD-USER
               MOVE "O"          TO WS-CNS-FINALIDADE
               PERFORM P926-CONFERE-CONSENT THRU P926-FIM
               IF NOT CONSENT-OK THEN
                   ADD 1         TO WS-NTF-SEM-CONSENT
                   GO TO P870-FIM
               END-IF
               PERFORM P875-ESCOLHE-EMAIL THRU P875-FIM
           END-IF
           IF FD-ST-ATIVO AND
              WS-EMAIL-ESCOLHIDO NOT EQUAL SPACES THEN
               MOVE WS-EMAIL-ESCOLHIDO TO WS-NTF-DESTINO
               MOVE "DORMENCIA"  TO WS-NTF-TIPO
               MOVE "ACESSO SEM MOVIMENTO, SERA INATIVADO"
                                 TO WS-NTF-TEXTO
               MOVE AVI-DATA-AVISO TO WS-NTF-REF
               SET NTF-TEM-EMAIL TO TRUE
               PERFORM P872-DESPACHA THRU P872-FIM
           END-IF
           IF FD-ST-ATIVO AND PRINC-FORA-DE-USO AND
              WS-EMAIL-ESCOLHIDO EQUAL SPACES THEN
               ADD 1             TO WS-QTD-SEM-EMAIL
               MOVE SPACES       TO WS-NTF-DESTINO
               STRING "USUARIO " DELIMITED BY SIZE
                      FD-CD-USER DELIMITED BY SIZE
                      INTO WS-NTF-DESTINO
               END-STRING
               MOVE "DORMENCIA"  TO WS-NTF-TIPO
               MOVE "SEM EMAIL VALIDO, AVISAR DA INATIVACAO"
                                 TO WS-NTF-TEXTO
               MOVE AVI-DATA-AVISO TO WS-NTF-REF
               SET NTF-TEM-EMAIL TO FALSE
               PERFORM P872-DESPACHA THRU P872-FIM
           END-IF.
       P870-FIM.

      ******************************************************************
      * P868-NTF-DEVOLUCAO: carta devolvida pelo correio - o usuario
      * ativo recebe no email escolhido (P875) o pedido para atualizar
      * o endereco, com a data da devolucao como referencia, entao so
      * uma devolucao nova avisa de novo. Sem email valido o pedido
      * vai para a lista impressa; sem consentimento de email
      * operacional no CNSFILE so entra na contagem. REG-USER e
      * REG-DEV-AVISO ja lidos.
      ******************************************************************
           P868-NTF-DEVOLUCAO.

           IF NOT FD-ST-ATIVO THEN
               GO TO P868-FIM
           END-IF

           MOVE FD-CD-USER               TO WS-CNS-CD-USER
           MOVE "O"                      TO WS-CNS-FINALIDADE
           PERFORM P926-CONFERE-CONSENT THRU P926-FIM
           IF NOT CONSENT-OK THEN
               ADD 1                     TO WS-NTF-SEM-CONSENT
               GO TO P868-FIM
           END-IF

           PERFORM P875-ESCOLHE-EMAIL THRU P875-FIM

           MOVE "ENDERECO"               TO WS-NTF-TIPO
           MOVE DVA-DT-DEVOLUCAO         TO WS-NTF-REF
           IF WS-EMAIL-ESCOLHIDO NOT EQUAL SPACES THEN
               MOVE WS-EMAIL-ESCOLHIDO   TO WS-NTF-DESTINO
               MOVE "CARTA DEVOLVIDA, ATUALIZE SEU ENDERECO"
                                         TO WS-NTF-TEXTO
               SET NTF-TEM-EMAIL TO TRUE
           ELSE
               ADD 1                     TO WS-QTD-SEM-EMAIL
               MOVE SPACES               TO WS-NTF-DESTINO
               STRING "USUARIO "         DELIMITED BY SIZE
                      FD-CD-USER         DELIMITED BY SIZE
                      INTO WS-NTF-DESTINO
               END-STRING
               MOVE "CARTA DEVOLVIDA, SEM EMAIL - PEDIR NOVO ENDERECO"
                                         TO WS-NTF-TEXTO
               SET NTF-TEM-EMAIL TO FALSE
           END-IF
           PERFORM P872-DESPACHA THRU P872-FIM
           IF DEVE-NOTIFICAR THEN
               ADD 1                     TO WS-QTD-NTF-ENDERECO
           END-IF.
       P868-FIM.

      ******************************************************************
      * P878-NTF-FECHA: fecha os arquivos dos avisos, varre o PENFILE,
      * grava o rodape da lista impressa, fecha a caixa de saida e
      * registra a transmissao quando houve email.
      ******************************************************************
           P878-NTF-FECHA.

           PERFORM P928-FECHA-CNSFILE THRU P928-FIM

           IF CTO-ABERTO THEN
               CLOSE CTOFILE
               SET CTO-ABERTO TO FALSE
           END-IF
           IF NTF-AVI-ABERTO THEN
               CLOSE AVIFILE
               SET NTF-AVI-ABERTO TO FALSE
           END-IF
           IF NTF-DVA-ABERTO THEN
               CLOSE DVAFILE
               SET NTF-DVA-ABERTO TO FALSE
           END-IF

           PERFORM P871-VARRE-PENFILE THRU P871-FIM

           MOVE SPACES TO WS-LINHA-NFR
           STRING "AVISOS NAO ENVIADOS POR FALTA DE CONSENTIMENTO "
                  DELIMITED BY SIZE
                  "DE EMAIL OPERACIONAL: " DELIMITED BY SIZE
                  WS-NTF-SEM-CONSENT DELIMITED BY SIZE
                  INTO WS-LINHA-NFR
           END-STRING
           MOVE WS-LINHA-NFR TO NFR-LINHA
           WRITE REG-NOTIF-REL

           CLOSE NTDFILE
           CLOSE NOTREL
           CLOSE NOTFILE

           IF WS-QTD-OUTBOX NOT EQUAL ZERO THEN
               MOVE "NOTFILE"            TO WS-TRM-ARQUIVO
               MOVE "C"                  TO WS-TRM-PARCEIRO
               MOVE "C:\Users\PC\Desktop\CRUD\NOTFILE.cbl"
                                         TO WS-TRM-NOME
               MOVE WS-QTD-OUTBOX        TO WS-TRM-QTD
               MOVE WS-NTF-HASH          TO WS-TRM-HASH
               PERFORM P901-REGISTRA-TRANSMISSAO THRU P901-FIM
           END-IF

           DISPLAY "NOTIFICACOES: " WS-QTD-OUTBOX " NA CAIXA DE"
                   " SAIDA, " WS-QTD-IMPRESSAS " NA LISTA IMPRESSA"
           DISPLAY "NOTIFICACOES: " WS-QTD-SECUNDARIO " PARA EMAIL"
                   " SECUNDARIO (PRINCIPAL DEVOLVIDO), "
                   WS-QTD-SEM-EMAIL " SEM EMAIL VALIDO"
           DISPLAY "NOTIFICACOES: " WS-NTF-SEM-CONSENT " SEM"
                   " CONSENTIMENTO DE EMAIL OPERACIONAL"
           DISPLAY "NOTIFICACOES: " WS-QTD-NTF-ENDERECO " PEDIDOS DE"
                   " ATUALIZACAO DE ENDERECO (CARTA DEVOLVIDA)".
       P878-FIM.

      ******************************************************************
      * P872-DESPACHA: despacha uma notificacao ja montada nos WS-NTF:
      * confere a deduplicacao (mesmo destinatario + tipo + referencia
      * nao repete) e grava na caixa de saida ou na lista impressa.
      ******************************************************************
           P872-DESPACHA.

           PERFORM P873-CONFERE-DEDUP THRU P873-FIM

           IF NOT DEVE-NOTIFICAR THEN
               GO TO P872-FIM
           END-IF

           IF NTF-TEM-EMAIL THEN
               MOVE WS-NTF-DESTINO       TO NOT-DESTINO
               MOVE WS-NTF-TIPO          TO NOT-TIPO
               MOVE WS-NTF-TEXTO         TO NOT-TEXTO
               MOVE WS-NTF-REF           TO NOT-DT-LIMITE
               WRITE REG-NOTIF
               ADD 1 TO WS-QTD-OUTBOX
               ADD NOT-DT-LIMITE TO WS-NTF-HASH
               SET NTF-GRAVOU TO TRUE
           ELSE
               MOVE SPACES TO WS-LINHA-NFR
               STRING WS-NTF-DESTINO     DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NTF-TIPO        DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NTF-TEXTO       DELIMITED BY SIZE
                      INTO WS-LINHA-NFR
               END-STRING
               MOVE WS-LINHA-NFR TO NFR-LINHA
               WRITE REG-NOTIF-REL
               ADD 1 TO WS-QTD-IMPRESSAS
               SET NTF-GRAVOU TO TRUE
           END-IF.
       P872-FIM.

      ******************************************************************
      * P873-CONFERE-DEDUP: procura destinatario + tipo no NTDFILE -
      * mesma referencia significa aviso ja dado (nao repete);
      * referencia nova regrava o controle e libera a notificacao.
      ******************************************************************
           P873-CONFERE-DEDUP.

           SET DEVE-NOTIFICAR TO TRUE

           IF NOT FS-NTDFILE-OK THEN
               GO TO P873-FIM
           END-IF

           MOVE WS-NTF-DESTINO           TO NTD-DESTINO
           MOVE WS-NTF-TIPO              TO NTD-TIPO

           READ NTDFILE
           INVALID KEY
               MOVE WS-NTF-DESTINO       TO NTD-DESTINO
               MOVE WS-NTF-TIPO          TO NTD-TIPO
               MOVE WS-NTF-REF           TO NTD-DT-REF
               WRITE REG-NOTIF-CTL
           NOT INVALID KEY
               IF NTD-DT-REF EQUAL WS-NTF-REF THEN
                   SET DEVE-NOTIFICAR TO FALSE
               ELSE
                   MOVE WS-NTF-REF       TO NTD-DT-REF
                   REWRITE REG-NOTIF-CTL
               END-IF
           END-READ.
       P873-FIM.

      ******************************************************************
      * P866-VARRE-SECFILE: senha de operador a ate 7 dias de expirar
      * (prazo de 90 dias sobre SEC-DT-SENHA) - operador nao tem
      * email, vai para a lista impressa.
      ******************************************************************
           P866-VARRE-SECFILE.

           OPEN INPUT SECFILE
           IF NOT FS-SECFILE-OK THEN
               GO TO P866-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P867-LE-OPER THRU P867-FIM UNTIL EOF-OK

           CLOSE SECFILE.
       P866-FIM.

           P867-LE-OPER.

           READ SECFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF SEC-OP-ATIVO THEN
                   COMPUTE WS-DIAS-USO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                       - FUNCTION INTEGER-OF-DATE(SEC-DT-SENHA)
                   COMPUTE WS-DIAS-RESTAM = 90 - WS-DIAS-USO
                   IF WS-DIAS-RESTAM GREATER ZERO AND
                      WS-DIAS-RESTAM NOT GREATER 7 THEN
                       COMPUTE WS-DIAS-LIMITE =
                           FUNCTION INTEGER-OF-DATE(SEC-DT-SENHA)
                           + 90
                       COMPUTE WS-DT-LIMITE =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
                       MOVE SEC-OPERADOR TO WS-NTF-DESTINO
                       MOVE "SENHAOPER"  TO WS-NTF-TIPO
                       MOVE SPACES       TO WS-NTF-TEXTO
                       STRING "SENHA DE OPERADOR EXPIRA EM "
                              DELIMITED BY SIZE
                              WS-DT-LIMITE DELIMITED BY SIZE
                              ", TROQUE PELO TROCSENH"
                              DELIMITED BY SIZE
                              INTO WS-NTF-TEXTO
                       END-STRING
                       MOVE WS-DT-LIMITE TO WS-NTF-REF
                       SET NTF-TEM-EMAIL TO FALSE
                       PERFORM P872-DESPACHA THRU P872-FIM
                   END-IF
               END-IF
           END-READ.
       P867-FIM.

      ******************************************************************
      * P875-ESCOLHE-EMAIL: email do usuario lido no REG-USER. Vale o
      * email principal valido do CTOFILE; principal marcado como
      * devolvido (ou inativo) cede lugar ao primeiro email valido nao
      * principal, na ordem da sequencia. Sem principal no CTOFILE
      * vale o FD-EMAIL do cadastro. Principal fora de uso e nenhum
      * outro valido deixa WS-EMAIL-ESCOLHIDO em branco.
      ******************************************************************
           P875-ESCOLHE-EMAIL.

           MOVE FD-EMAIL                 TO WS-EMAIL-PRINCIPAL
           MOVE SPACES                   TO WS-EMAIL-SECUNDARIO
           SET PRINC-FORA-DE-USO TO FALSE

           IF CTO-ABERTO THEN
               MOVE FD-CD-USER           TO CTO-CD-USER
               MOVE ZERO                 TO CTO-SEQ
               SET CTO-EOF-OK TO FALSE
               START CTOFILE KEY IS NOT LESS CTO-CHAVE
               INVALID KEY
                   SET CTO-EOF-OK TO TRUE
               END-START
               PERFORM P876-LE-CONTATO THRU P876-FIM UNTIL CTO-EOF-OK
           END-IF

           IF PRINC-FORA-DE-USO THEN
               MOVE WS-EMAIL-SECUNDARIO  TO WS-EMAIL-ESCOLHIDO
               IF WS-EMAIL-ESCOLHIDO NOT EQUAL SPACES THEN
                   ADD 1                 TO WS-QTD-SECUNDARIO
               END-IF
           ELSE
               MOVE WS-EMAIL-PRINCIPAL   TO WS-EMAIL-ESCOLHIDO
               IF WS-EMAIL-ESCOLHIDO EQUAL SPACES THEN
                   MOVE WS-EMAIL-SECUNDARIO TO WS-EMAIL-ESCOLHIDO
               END-IF
           END-IF.
       P875-FIM.

           P876-LE-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET CTO-EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL FD-CD-USER THEN
                   SET CTO-EOF-OK TO TRUE
               ELSE
                   IF CTO-TP-EMAIL AND CTO-E-PRINCIPAL THEN
                       IF CTO-SIT-VALIDO THEN
                           MOVE CTO-VALOR TO WS-EMAIL-PRINCIPAL
                       ELSE
                           SET PRINC-FORA-DE-USO TO TRUE
                       END-IF
                   END-IF
                   IF CTO-TP-EMAIL AND NOT CTO-E-PRINCIPAL AND
                      CTO-SIT-VALIDO AND
                      WS-EMAIL-SECUNDARIO EQUAL SPACES THEN
                       MOVE CTO-VALOR    TO WS-EMAIL-SECUNDARIO
                   END-IF
               END-IF
           END-READ.
       P876-FIM.

      ******************************************************************
      * P871-VARRE-PENFILE: pendencias de aprovacao esperando gestor -
      * uma notificacao so, para a lista impressa, com a contagem; a
      * referencia e o maior PEN-ID pendente, entao pedido novo na
      * fila notifica de novo.
      ******************************************************************
           P871-VARRE-PENFILE.

           MOVE ZERO                     TO WS-QTD-PEND
           MOVE ZERO                     TO WS-MAIOR-PEN

           OPEN INPUT PENFILE
           IF NOT FS-PENFILE-OK THEN
               GO TO P871-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P874-LE-PEND THRU P874-FIM UNTIL EOF-OK

           CLOSE PENFILE

           IF WS-QTD-PEND EQUAL ZERO THEN
               GO TO P871-FIM
           END-IF

           MOVE "GESTOR"                 TO WS-NTF-DESTINO
           MOVE "APROVACAO"              TO WS-NTF-TIPO
           MOVE SPACES                   TO WS-NTF-TEXTO
           STRING WS-QTD-PEND            DELIMITED BY SIZE
                  " PEDIDO(S) PENDENTE(S) DE APROVACAO NO APRVUSER"
                  DELIMITED BY SIZE
                  INTO WS-NTF-TEXTO
           END-STRING
           MOVE WS-MAIOR-PEN             TO WS-NTF-REF
           SET NTF-TEM-EMAIL TO FALSE
           PERFORM P872-DESPACHA THRU P872-FIM.
       P871-FIM.

           P874-LE-PEND.

           READ PENFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PEN-PENDENTE THEN
                   ADD 1                 TO WS-QTD-PEND
                   IF PEN-ID GREATER WS-MAIOR-PEN THEN
                       MOVE PEN-ID       TO WS-MAIOR-PEN
                   END-IF
               END-IF
           END-READ.
       P874-FIM.
