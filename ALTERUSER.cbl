      *                 hora, em vez de perder a digitacao inteira na
      *                 releitura do P515. Trava abandonada por sessao
      *                 que caiu expira sozinha.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 cadastro de departamento fora do escopo e
      *                 recusado antes de ser exibido, com ESCOPO NEGADO
      *                 no SEGLOG, e o departamento novo digitado tambem
      *                 precisa estar no escopo.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0100).
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
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV tambem
      *                 levam o elo encadeado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERUSER.
           COPY PENSEL.
           COPY SEQSEL.
           COPY LCKSEL.
           COPY SEGSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LCKFILE.
           COPY LCKREC.

       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY MSGWK.

           COPY DPTVALWK.

           COPY HASHWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
       P500-ALTERAR.

           MOVE "ALTERUSER"         TO WS-FS-PROGRAMA
           MOVE "ALTERUSER"         TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA
           OPEN I-O CADUSER
           OPEN INPUT DEPFILE

           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-CADUSER-OK THEN
               MOVE 0101                 TO WS-MSG-NUMERO
               MOVE "DIGITE O CODIGO DE REGISTRO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-CD-USER

               MOVE WS-CD-USER  TO  FD-CD-USER
                READ CADUSER INTO CAD-USER
                KEY IS FD-CD-USER
                INVALID KEY
                MOVE 0102                TO WS-MSG-NUMERO
                MOVE "ERRO NO CODIGO DE ACESSO &" TO WS-MSG-TEXTO
                MOVE WS-FS-CADUSER       TO WS-MSG-PARAM (1)
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                PERFORM P502-M-ALTERAR THRU P502-FIM
            NOT INVALID KEY
                MOVE WS-DEPTO            TO WS-ESC-DEPTO
                MOVE WS-CD-USER          TO WS-ESC-CD-USER
                PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
                IF NOT ESCOPO-OK THEN
                    PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
                ELSE
                SET REGISTRO-ACHADO TO TRUE
           DISPLAY "==================================================="
                   MOVE 0103             TO WS-MSG-NUMERO
                   MOVE "CADASTRO ATUAL" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0104             TO WS-MSG-NUMERO
                   MOVE "REGISTRO:&"     TO WS-MSG-TEXTO
                   MOVE WS-CD-USER       TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0105             TO WS-MSG-NUMERO
                   MOVE "NOME:&"         TO WS-MSG-TEXTO
                   MOVE WS-NM            TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0106             TO WS-MSG-NUMERO
                   MOVE "EMAIL:&"        TO WS-MSG-TEXTO
                   MOVE WS-EMAIL         TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0107             TO WS-MSG-NUMERO
                   MOVE "PHONE:&"        TO WS-MSG-TEXTO
                   MOVE WS-PHONE         TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0108             TO WS-MSG-NUMERO
                   MOVE "PASSWORD:&"     TO WS-MSG-TEXTO
                   MOVE WS-PASSWORD      TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE WS-DT-ALTERACAO  TO WS-DT-ALTERACAO-ORIG
                END-IF
           END-READ

           IF REGISTRO-ACHADO THEN
                PERFORM P515-VERIFICA-ALTERACAO THRU P515-FIM

                IF REGISTRO-OBSOLETO
                    MOVE 0109            TO WS-MSG-NUMERO
                    MOVE "REGISTRO FOI ALTERADO POR OUTRO USUARIO"
                                         TO WS-MSG-TEXTO
                    PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                ELSE
                   PERFORM P535-TRATA-SENSIVEIS THRU P535-FIM
                   MOVE REG-USER            TO WS-JRN-ANTES
                   MOVE WS-NOVO-NM          TO FD-NM
                   MOVE WS-NOVO-EMAIL       TO FD-EMAIL
                   MOVE WS-NOVO-PHONE       TO FD-PHONE
                   MOVE WS-NOVO-DEPTO       TO FD-DEPTO
                   MOVE WS-STAMP-ALTERACAO  TO FD-DT-ALTERACAO
                   REWRITE REG-USER
                   MOVE "A"                 TO WS-JRN-TIPO
                   PERFORM P973-GRAVA-JORNAL THRU P973-FIM
                   MOVE 0110             TO WS-MSG-NUMERO
                   MOVE "ALTERADO COM SUCESSO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   PERFORM P530-GRAVA-AUDITORIA THRU P530-FIM
                END-IF


                END-IF
                   ELSE
                   MOVE 0111             TO WS-MSG-NUMERO
                   MOVE "USUARIO SEM PERMISSAO PARA ALTERAR"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 0112             TO WS-MSG-NUMERO
                   MOVE "FILE STATUS: &" TO WS-MSG-TEXTO
                   MOVE WS-FS-CADUSER    TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

             END-IF
           END-IF.
             CLOSE DEPFILE.
      *P501-FIM.
       P502-M-ALTERAR.
             MOVE 0113                   TO WS-MSG-NUMERO
             MOVE "<1> PARA NOVA ALTERACAO" TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

             MOVE 0114                   TO WS-MSG-NUMERO
             MOVE "<F> PARA FINALIZAR"   TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

               ACCEPT WS-OPCAO.

               IF WS-OPCAO EQUAL 1 THEN
               GO TO P500-ALTERAR
               ELSE
               MOVE 0115                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P502-M-ALTERAR THRU P502-FIM.
       P502-FIM.

           IF OPL-PODE-ALTERAR THEN
               SET TEM-PERMISSAO TO TRUE
           ELSE
               MOVE 0116                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA ALTERAR: &" TO WS-MSG-TEXTO
               MOVE WS-ROLE-OPERADOR     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P520-FIM.

      ******************************************************************
           P510-CAPTURA-ALTERACOES.

           MOVE 0117                     TO WS-MSG-NUMERO
           MOVE "ATUALIZE O CADASTRO (ENTER MANTEM O VALOR ATUAL)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE 0118                     TO WS-MSG-NUMERO
           MOVE "NOME ATUAL: &"          TO WS-MSG-TEXTO
           MOVE WS-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0119                     TO WS-MSG-NUMERO
           MOVE "ALTERE NOME:"           TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NOVO-NM
           IF WS-NOVO-NM EQUAL SPACES THEN
               MOVE WS-NM                TO WS-NOVO-NM
           END-IF

           MOVE 0120                     TO WS-MSG-NUMERO
           MOVE "EMAIL ATUAL: &"         TO WS-MSG-TEXTO
           MOVE WS-EMAIL                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0121                     TO WS-MSG-NUMERO
           MOVE "ALTERE EMAIL:"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NOVO-EMAIL
           IF WS-NOVO-EMAIL EQUAL SPACES THEN
               MOVE WS-EMAIL             TO WS-NOVO-EMAIL
           END-IF

           MOVE 0122                     TO WS-MSG-NUMERO
           MOVE "PHONE ATUAL: &"         TO WS-MSG-TEXTO
           MOVE WS-PHONE                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0123                     TO WS-MSG-NUMERO
           MOVE "ALTERE O PHONE:"        TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NOVO-PHONE
           IF WS-NOVO-PHONE EQUAL SPACES THEN
               MOVE WS-PHONE             TO WS-NOVO-PHONE
           ELSE
               IF WS-NOVO-PHONE NOT NUMERIC THEN
                   MOVE 0124             TO WS-MSG-NUMERO
                   MOVE "PHONE INVALIDO, MANTIDO O VALOR ANTERIOR"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE WS-PHONE         TO WS-NOVO-PHONE
               END-IF
           END-IF

           MOVE 0125                     TO WS-MSG-NUMERO
           MOVE "ALTERE O PASSWORD:"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NOVO-PASSWORD
           IF WS-NOVO-PASSWORD EQUAL SPACES THEN
               MOVE WS-PASSWORD          TO WS-NOVO-PASSWORD
               MOVE WS-HASH-8            TO WS-NOVO-PASSWORD
           END-IF

           MOVE 0126                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO ATUAL: &"  TO WS-MSG-TEXTO
           MOVE WS-DEPTO                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0127                     TO WS-MSG-NUMERO
           MOVE "ALTERE O DEPARTAMENTO:" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NOVO-DEPTO
           IF WS-NOVO-DEPTO EQUAL SPACES THEN
               MOVE WS-DEPTO             TO WS-NOVO-DEPTO
               MOVE WS-NOVO-DEPTO        TO WS-DEPTO-VALIDAR
               PERFORM P970-VALIDA-DEPTO THRU P970-FIM
               IF NOT DEPTO-VALIDO THEN
                   MOVE 0128             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "DEPARTAMENTO NAO CADASTRADO NO DEPFILE, "
                          "MANTIDO O VALOR ANTERIOR"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE WS-DEPTO         TO WS-NOVO-DEPTO
               ELSE
                   MOVE WS-NOVO-DEPTO    TO WS-ESC-DEPTO
                   PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
                   IF NOT ESCOPO-OK THEN
                       MOVE 0129         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "DEPARTAMENTO FORA DO ESCOPO DO OPERADOR,"
                              " MANTIDO O VALOR ANTERIOR"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       MOVE WS-DEPTO     TO WS-NOVO-DEPTO
                   END-IF
               END-IF
           END-IF

      ******************************************************************
           P530-GRAVA-AUDITORIA.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE WS-ROLE-OPERADOR          TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO           TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT.
       P531-FIM.

               MOVE WS-NOVO-EMAIL        TO WS-PEN-NOVO
               PERFORM P540-GRAVA-PENDENCIA THRU P540-FIM
               MOVE WS-EMAIL             TO WS-NOVO-EMAIL
               MOVE 0130                 TO WS-MSG-NUMERO
               MOVE "ALTERACAO DE EMAIL PENDENTE DE APROVACAO, PEDIDO &"
                                         TO WS-MSG-TEXTO
               MOVE WS-PEN-ID            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           IF WS-NOVO-PHONE NOT EQUAL WS-PHONE THEN
               MOVE WS-NOVO-PHONE        TO WS-PEN-NOVO
               PERFORM P540-GRAVA-PENDENCIA THRU P540-FIM
               MOVE WS-PHONE             TO WS-NOVO-PHONE
               MOVE 0131                 TO WS-MSG-NUMERO
               MOVE "ALTERACAO DE PHONE PENDENTE DE APROVACAO, PEDIDO &"
                                         TO WS-MSG-TEXTO
               MOVE WS-PEN-ID            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P535-FIM.


       P500-FIM.

           COPY AUDELO.

           COPY STATCHK.

           COPY MSGMOS.

           COPY DPTVAL.

           COPY HASHPWD.

           COPY LCKTRV.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           FINALIZAR.
            GOBACK.

           COPY JRNGRV.
       END PROGRAM ALTERUSER.
