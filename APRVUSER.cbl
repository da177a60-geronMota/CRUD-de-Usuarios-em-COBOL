      *                 aplica ou rejeita cada um. A aplicacao regrava
      *                 o CADUSER e tanto a mudanca quanto a decisao
      *                 de aprovacao saem no AUDLOG.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0400).
      * 15/10/26 GERO - Cada REWRITE do REG-USER grava a imagem
      *                 antes/depois no jornal JRNUSER (rotina JRNGRV),
      *                 para o REAPUSER reaplicar em cima do ultimo
      *                 BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVUSER.
           COPY CADSEL.
           COPY PENSEL.
           COPY AUDSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDLOG.
           COPY AUDREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY ELOWK.

           COPY MSGWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
           P550-APROVAR.

           MOVE "APRVUSER"          TO WS-FS-PROGRAMA
           MOVE "APRVUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF OPL-ROLE NOT EQUAL "GESTOR" AND
              OPL-ROLE NOT EQUAL "MASTER" THEN
               MOVE 0401                 TO WS-MSG-NUMERO
               MOVE "SOMENTE GESTOR OU MASTER APROVA PENDENCIAS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           CLOSE PENFILE

           IF WS-QTD-PENDENTES EQUAL ZERO THEN
               MOVE 0402                 TO WS-MSG-NUMERO
               MOVE "NENHUM PEDIDO PENDENTE DE APROVACAO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           GOBACK.
           P552-DECIDE.

           DISPLAY "==================================================="
           MOVE 0403                     TO WS-MSG-NUMERO
           MOVE "PEDIDO    : &"          TO WS-MSG-TEXTO
           MOVE PEN-ID                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0404                     TO WS-MSG-NUMERO
           MOVE "USUARIO   : &"          TO WS-MSG-TEXTO
           MOVE PEN-CD-USER              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0405                     TO WS-MSG-NUMERO
           MOVE "CAMPO     : &"          TO WS-MSG-TEXTO
           MOVE PEN-CAMPO                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0406                     TO WS-MSG-NUMERO
           MOVE "VALOR ATUAL : &"        TO WS-MSG-TEXTO
           MOVE PEN-VALOR-ANT            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0407                     TO WS-MSG-NUMERO
           MOVE "VALOR PEDIDO: &"        TO WS-MSG-TEXTO
           MOVE PEN-VALOR-NOVO           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0408                     TO WS-MSG-NUMERO
           MOVE "PEDIDO POR: & (&)"      TO WS-MSG-TEXTO
           MOVE PEN-OPERADOR             TO WS-MSG-PARAM (1)
           MOVE PEN-ROLE-OP              TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0409                     TO WS-MSG-NUMERO
           MOVE "EM        : &"          TO WS-MSG-TEXTO
           MOVE PEN-DATA-HORA            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0410                     TO WS-MSG-NUMERO
           MOVE "<A> APROVAR <R> REJEITAR <P> PULAR <F> ENCERRAR"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                   MOVE "R"              TO PEN-STATUS
                   REWRITE REG-PEND
                   PERFORM P556-AUDITA-DECISAO THRU P556-FIM
                   MOVE 0411             TO WS-MSG-NUMERO
                   MOVE "PEDIDO REJEITADO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               WHEN "P"
                   CONTINUE
               WHEN "F"
                   SET EOF-OK TO TRUE
               WHEN OTHER
                   MOVE 0412             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA, PEDIDO PULADO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P552-FIM.

           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0413                 TO WS-MSG-NUMERO
               MOVE "USUARIO NAO EXISTE MAIS NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               PERFORM P554-APLICA-CAMPO THRU P554-FIM
           END-READ
               REWRITE REG-PEND
               PERFORM P555-AUDITA-MUDANCA THRU P555-FIM
               PERFORM P556-AUDITA-DECISAO THRU P556-FIM
               MOVE 0414                 TO WS-MSG-NUMERO
               MOVE "PEDIDO APROVADO E APLICADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE "R"                  TO PEN-STATUS
               REWRITE REG-PEND
               PERFORM P556-AUDITA-DECISAO THRU P556-FIM
               MOVE 0415                 TO WS-MSG-NUMERO
               MOVE "PEDIDO NAO PODE SER APLICADO E FOI REJEITADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P553-FIM.

      ******************************************************************
           P554-APLICA-CAMPO.

           MOVE REG-USER                 TO WS-JRN-ANTES

           EVALUATE PEN-CAMPO
               WHEN "EMAIL"
                   IF FD-EMAIL EQUAL PEN-VALOR-ANT(1:30) THEN
                       MOVE PEN-VALOR-NOVO TO FD-EMAIL
                       SET APLICA-OK TO TRUE
                   ELSE
                       MOVE 0416         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "EMAIL DO CADASTRO MUDOU DEPOIS DO "
                              "PEDIDO, APLICACAO RECUSADA"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "PHONE"
                   IF FD-PHONE EQUAL PEN-VALOR-ANT(1:12) THEN
                       MOVE PEN-VALOR-NOVO(1:12) TO FD-PHONE
                       SET APLICA-OK TO TRUE
                   ELSE
                       MOVE 0417         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "PHONE DO CADASTRO MUDOU DEPOIS DO "
                              "PEDIDO, APLICACAO RECUSADA"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN OTHER
                   MOVE 0418             TO WS-MSG-NUMERO
                   MOVE "CAMPO DESCONHECIDO NO PEDIDO: &"
                                         TO WS-MSG-TEXTO
                   MOVE PEN-CAMPO        TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE

           IF APLICA-OK THEN
               MOVE WS-STAMP-ALTERACAO   TO FD-DT-ALTERACAO
               REWRITE REG-USER
               MOVE "A"                  TO WS-JRN-TIPO
               PERFORM P973-GRAVA-JORNAL THRU P973-FIM
           END-IF.
       P554-FIM.

      ******************************************************************
           P555-AUDITA-MUDANCA.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE PEN-ROLE-OP              TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           CLOSE AUDLOG.
                  INTO WS-STAMP-ALTERACAO
           END-STRING

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE OPL-ROLE                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           CLOSE AUDLOG.
       P556-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY MSGMOS.

           COPY JRNGRV.
       END PROGRAM APRVUSER.
