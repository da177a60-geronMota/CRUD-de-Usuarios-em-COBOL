      *                 dissolvido era rodar o ALTERUSER uma vez por
      *                 usuario; depois da transferencia a origem pode
      *                 ser extinta pelo CADDEPTO.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2600).
      * 15/10/26 GERO - Cada REWRITE do REG-USER grava a imagem
      *                 antes/depois no jornal de recuperacao JRNUSER
      *                 (rotina JRNGRV), para o REAPUSER reaplicar em
      *                 cima do ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      * 15/10/26 GERO - Opcao <2> move um ramo inteiro da hierarquia de
      *                 departamentos para outro pai (ou para a raiz): o
      *                 pai novo e validado pela rotina compartilhada
      *                 DPTARV, os headcounts de antes e de depois de
      *                 cada nivel acima sao mostrados dos dois lados,
      *                 com aviso onde o teto de vagas estoura, e so o
      *                 DPT-PAI do topo do ramo e regravado depois da
      *                 confirmacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFDEPTO.
           COPY CADSEL.
           COPY DPTSEL.
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
       77 WS-QTD-ORIGEM-ANTES            PIC 9(06).
       77 WS-QTD-DESTINO-ANTES           PIC 9(06).
       77 WS-QTD-MOVIDOS                 PIC 9(06).
       77 WS-OPCAO                       PIC X.
       77 WS-PAI-ANTIGO                  PIC X(10).
       77 WS-STATUS-RAMO                 PIC X(01).
       77 WS-QTD-RAMO-MOVIDO             PIC 9(06).
       77 WS-QTD-DEPOIS                  PIC 9(06).

           COPY STATWRK.

           COPY ELOWK.

           COPY MSGWK.

           COPY DPTVALWK.

           COPY DPTARVWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
      * P690-TRANSFERIR: mainline - so GESTOR ou MASTER. Valida o
      * destino no DEPFILE (existir e estar ativo), conta os
      * headcounts de antes, confirma e varre o CADUSER movendo todo
      * registro da origem, com auditoria por usuario. A opcao <2>
      * move, em vez das pessoas, um ramo inteiro da hierarquia de
      * departamentos para outro pai (P694).
      ******************************************************************
           P690-TRANSFERIR.

           MOVE "TRFDEPTO"          TO WS-FS-PROGRAMA
           MOVE "TRFDEPTO"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF OPL-ROLE NOT EQUAL "GESTOR" AND
              OPL-ROLE NOT EQUAL "MASTER" THEN
               MOVE 2601                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SOMENTE GESTOR OU MASTER TRANSFERE DEPARTAMENTO "
                      "INTEIRO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 2614                     TO WS-MSG-NUMERO
           MOVE "<1> TRANSFERIR OS USUARIOS DE UM DEPARTAMENTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2615                     TO WS-MSG-NUMERO
           MOVE "<2> MOVER UM RAMO DA HIERARQUIA PARA OUTRO PAI"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL "2" THEN
               PERFORM P694-MOVE-RAMO THRU P694-FIM
               GOBACK
           END-IF

           IF WS-OPCAO NOT EQUAL "1" THEN
               MOVE 2616                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 2602                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO DE ORIGEM" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-ORIGEM
           MOVE 2603                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO DE DESTINO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-DESTINO

           IF WS-DEPTO-ORIGEM EQUAL WS-DEPTO-DESTINO THEN
               MOVE 2604                 TO WS-MSG-NUMERO
               MOVE "ORIGEM E DESTINO SAO O MESMO, NADA A FAZER"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           CLOSE DEPFILE

           IF NOT DEPTO-VALIDO THEN
               MOVE 2605                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DESTINO INEXISTENTE OU EXTINTO NO DEPFILE, "
                      "TRANSFERENCIA RECUSADA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 2606                     TO WS-MSG-NUMERO
           MOVE "DESTINO: & &"           TO WS-MSG-TEXTO
           MOVE WS-DEPTO-DESTINO         TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-DESCR           TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           OPEN I-O CADUSER


           PERFORM P691-CONTA-ANTES THRU P691-FIM

           MOVE 2607                     TO WS-MSG-NUMERO
           MOVE "HEADCOUNT ANTES - ORIGEM &: &  DESTINO &: &"
                                         TO WS-MSG-TEXTO
           MOVE WS-DEPTO-ORIGEM          TO WS-MSG-PARAM (1)
           MOVE WS-QTD-ORIGEM-ANTES      TO WS-MSG-PARAM (2)
           MOVE WS-DEPTO-DESTINO         TO WS-MSG-PARAM (3)
           MOVE WS-QTD-DESTINO-ANTES     TO WS-MSG-PARAM (4)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF WS-QTD-ORIGEM-ANTES EQUAL ZERO THEN
               MOVE 2608                 TO WS-MSG-NUMERO
               MOVE "ORIGEM SEM REGISTROS, NADA A TRANSFERIR"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF

           MOVE 2609                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA A TRANSFERENCIA DE TODOS OS REGISTROS? <S/N>"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL "S" THEN
               MOVE 2610                 TO WS-MSG-NUMERO
               MOVE "TRANSFERENCIA CANCELADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF
                  INTO WS-STAMP-ALTERACAO
           END-STRING

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           CLOSE AUDLOG
           CLOSE CADUSER

           MOVE 2611                     TO WS-MSG-NUMERO
           MOVE "REGISTROS TRANSFERIDOS: &" TO WS-MSG-TEXTO
           MOVE WS-QTD-MOVIDOS           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           COMPUTE WS-QTD-DESTINO-ANTES =
               WS-QTD-DESTINO-ANTES + WS-QTD-MOVIDOS
           MOVE 2612                     TO WS-MSG-NUMERO
           MOVE "HEADCOUNT DEPOIS - ORIGEM &: 000000  DESTINO &: &"
                                         TO WS-MSG-TEXTO
           MOVE WS-DEPTO-ORIGEM          TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-DESTINO         TO WS-MSG-PARAM (2)
           MOVE WS-QTD-DESTINO-ANTES     TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2613                     TO WS-MSG-NUMERO
           MOVE "ORIGEM VAZIA PODE SER EXTINTA PELO CADDEPTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           GOBACK.
       P690-FIM.
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-DEPTO EQUAL WS-DEPTO-ORIGEM THEN
                   MOVE REG-USER         TO WS-JRN-ANTES
                   MOVE WS-DEPTO-DESTINO TO FD-DEPTO
                   MOVE WS-STAMP-ALTERACAO TO FD-DT-ALTERACAO
                   REWRITE REG-USER
                   MOVE "A"              TO WS-JRN-TIPO
                   PERFORM P973-GRAVA-JORNAL THRU P973-FIM
                   ADD 1                 TO WS-QTD-MOVIDOS

                   MOVE FD-CD-USER       TO AUD-CD-USER
                   MOVE OPL-OPERADOR     TO AUD-OPERADOR
                   MOVE OPL-ROLE         TO AUD-ROLE-OP
                   MOVE WS-STAMP-ALTERACAO TO AUD-DATA-HORA
                   PERFORM P949-SELA-AUDLOG THRU P949-FIM
                   WRITE REG-AUDIT
               END-IF
           END-READ.
       P692-FIM.

      ******************************************************************
      * P694-MOVE-RAMO: pendura um departamento - e com ele o ramo
      * inteiro abaixo - sob outro pai (ENTER = raiz). O pai novo
      * passa pela validacao da hierarquia (rotina DPTARV: existir,
      * nao estar extinto, nao estar dentro do proprio ramo). Mostra
      * os headcounts de antes e de depois de cada nivel acima, do
      * lado que perde e do lado que ganha o ramo, avisa onde o teto
      * de vagas estoura e pede confirmacao. Os usuarios nao mudam de
      * departamento - so o DPT-PAI do topo do ramo e regravado.
      ******************************************************************
           P694-MOVE-RAMO.

           MOVE 2617                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO DO TOPO DO RAMO A MOVER" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-ORIGEM
           MOVE SPACES                   TO WS-DEPTO-DESTINO
           MOVE 2618                     TO WS-MSG-NUMERO
           MOVE "NOVO DEPARTAMENTO PAI (ENTER = RAIZ)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-DESTINO

           OPEN I-O DEPFILE

           MOVE WS-FS-DEPFILE            TO WS-FS-CODIGO
           MOVE "DEPFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-DEPFILE-OK THEN
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

           MOVE WS-DEPTO-ORIGEM          TO DPT-CODIGO
           READ DEPFILE
           INVALID KEY
               MOVE 2619                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-DEPTO-ORIGEM      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE DEPFILE
               GO TO P694-FIM
           END-READ

           MOVE DPT-PAI                  TO WS-PAI-ANTIGO
           MOVE DPT-STATUS               TO WS-STATUS-RAMO

           IF WS-PAI-ANTIGO EQUAL WS-DEPTO-DESTINO THEN
               MOVE 2620                 TO WS-MSG-NUMERO
               MOVE "O RAMO JA ESTA SOB ESSE PAI, NADA A FAZER"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

           PERFORM P821-CARREGA-HIER THRU P821-FIM
           IF HIE-TAB-CHEIA THEN
               MOVE 2630                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "HIERARQUIA COM MAIS DE 200 DEPARTAMENTOS - "
                      "OS EXCEDENTES FICARAM DE FORA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE WS-DEPTO-ORIGEM          TO WS-HIE-FILHO
           MOVE WS-DEPTO-DESTINO         TO WS-HIE-PAI-NOVO
           PERFORM P824-VALIDA-PAI THRU P824-FIM
           IF HIE-PAI-EXTINTO AND WS-STATUS-RAMO EQUAL "E" THEN
               SET HIE-PAI-OK TO TRUE
           END-IF
           IF NOT HIE-PAI-OK THEN
               PERFORM P699-RECUSA-PAI THRU P699-FIM
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER            TO WS-FS-CODIGO
           MOVE "CADUSER"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-CADUSER-OK THEN
               CLOSE CADUSER
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

      *    Lado que perde: o ramo de origem (nivel 1) e os ancestrais
      *    atuais dele.
           MOVE WS-DEPTO-ORIGEM          TO WS-HIE-DEPTO
           PERFORM P822-MONTA-RAMO THRU P822-FIM
           PERFORM P695-CONTA-RAMO THRU P695-FIM
           MOVE RAM-ATIVOS (1)           TO WS-QTD-RAMO-MOVIDO

           MOVE 2621                     TO WS-MSG-NUMERO
           MOVE "RAMO DE & COM & ATIVO(S) - SAI DE & E VAI PARA &"
                                         TO WS-MSG-TEXTO
           MOVE WS-DEPTO-ORIGEM          TO WS-MSG-PARAM (1)
           MOVE WS-QTD-RAMO-MOVIDO       TO WS-MSG-PARAM (2)
           MOVE WS-PAI-ANTIGO            TO WS-MSG-PARAM (3)
           IF WS-PAI-ANTIGO EQUAL SPACES THEN
               MOVE "(RAIZ)"             TO WS-MSG-PARAM (3)
           END-IF
           MOVE WS-DEPTO-DESTINO         TO WS-MSG-PARAM (4)
           IF WS-DEPTO-DESTINO EQUAL SPACES THEN
               MOVE "(RAIZ)"             TO WS-MSG-PARAM (4)
           END-IF
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P697-MOSTRA-ANTIGO THRU P697-FIM
                   VARYING WS-RDX FROM 2 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO

      *    Lado que ganha: o pai novo e os ancestrais dele.
           IF WS-DEPTO-DESTINO NOT EQUAL SPACES THEN
               MOVE WS-DEPTO-DESTINO     TO WS-HIE-DEPTO
               PERFORM P822-MONTA-RAMO THRU P822-FIM
               PERFORM P695-CONTA-RAMO THRU P695-FIM
               PERFORM P698-MOSTRA-NOVO THRU P698-FIM
                       VARYING WS-RDX FROM 1 BY 1
                       UNTIL WS-RDX > WS-QTD-RAMO
           END-IF

           CLOSE CADUSER

           MOVE 2622                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA A MUDANCA DO RAMO? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL "S" THEN
               MOVE 2610                 TO WS-MSG-NUMERO
               MOVE "TRANSFERENCIA CANCELADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

           MOVE WS-DEPTO-ORIGEM          TO DPT-CODIGO
           READ DEPFILE
           MOVE WS-DEPTO-DESTINO         TO DPT-PAI
           REWRITE REG-DEPTO

           IF NOT FS-DEPFILE-OK THEN
               MOVE WS-FS-DEPFILE        TO WS-FS-CODIGO
               MOVE "DEPFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE DEPFILE
               GO TO P694-FIM
           END-IF

           CLOSE DEPFILE

           MOVE 2623                     TO WS-MSG-NUMERO
           MOVE "RAMO DE & MOVIDO PARA &" TO WS-MSG-TEXTO
           MOVE WS-DEPTO-ORIGEM          TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-DESTINO         TO WS-MSG-PARAM (2)
           IF WS-DEPTO-DESTINO EQUAL SPACES THEN
               MOVE "(RAIZ)"             TO WS-MSG-PARAM (2)
           END-IF
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P694-FIM.

      ******************************************************************
      * P695-CONTA-RAMO: varre o CADUSER somando cada ativo em todo
      * nivel do TAB-RAMO que o contem (P823-SOMA-RAMO).
      ******************************************************************
           P695-CONTA-RAMO.

           MOVE LOW-VALUES               TO FD-CD-USER
           SET EOF-OK TO FALSE

           START CADUSER KEY IS NOT LESS FD-CD-USER
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P696-LE-RAMO THRU P696-FIM UNTIL EOF-OK
           END-START.
       P695-FIM.

           P696-LE-RAMO.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   MOVE FD-DEPTO         TO WS-HIE-DEPTO
                   PERFORM P823-SOMA-RAMO THRU P823-FIM
               END-IF
           END-READ.
       P696-FIM.

      ******************************************************************
      * P697-MOSTRA-ANTIGO: headcount de antes e de depois de um
      * ancestral atual do ramo, que perde os ativos do ramo movido.
      ******************************************************************
           P697-MOSTRA-ANTIGO.

           COMPUTE WS-QTD-DEPOIS =
               RAM-ATIVOS (WS-RDX) - WS-QTD-RAMO-MOVIDO
           MOVE 2624                     TO WS-MSG-NUMERO
           MOVE "HEADCOUNT DO RAMO DE &: & ANTES, & DEPOIS"
                                         TO WS-MSG-TEXTO
           MOVE RAM-CODIGO (WS-RDX)      TO WS-MSG-PARAM (1)
           MOVE RAM-ATIVOS (WS-RDX)      TO WS-MSG-PARAM (2)
           MOVE WS-QTD-DEPOIS            TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P697-FIM.

      ******************************************************************
      * P698-MOSTRA-NOVO: headcount de antes e de depois do pai novo
      * e de cada ancestral dele, que ganham os ativos do ramo, com
      * aviso onde o teto de vagas do nivel fica estourado.
      ******************************************************************
           P698-MOSTRA-NOVO.

           COMPUTE WS-QTD-DEPOIS =
               RAM-ATIVOS (WS-RDX) + WS-QTD-RAMO-MOVIDO
           MOVE 2624                     TO WS-MSG-NUMERO
           MOVE "HEADCOUNT DO RAMO DE &: & ANTES, & DEPOIS"
                                         TO WS-MSG-TEXTO
           MOVE RAM-CODIGO (WS-RDX)      TO WS-MSG-PARAM (1)
           MOVE RAM-ATIVOS (WS-RDX)      TO WS-MSG-PARAM (2)
           MOVE WS-QTD-DEPOIS            TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF RAM-VAGAS (WS-RDX) NOT EQUAL ZERO AND
              WS-QTD-DEPOIS GREATER RAM-VAGAS (WS-RDX) THEN
               MOVE 2625                 TO WS-MSG-NUMERO
               MOVE "AVISO: RAMO DE & FICA ACIMA DO TETO DE VAGAS (&)"
                                         TO WS-MSG-TEXTO
               MOVE RAM-CODIGO (WS-RDX)  TO WS-MSG-PARAM (1)
               MOVE RAM-VAGAS (WS-RDX)   TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P698-FIM.

      ******************************************************************
      * P699-RECUSA-PAI: explica ao operador por que a P824 recusou o
      * pai novo do ramo.
      ******************************************************************
           P699-RECUSA-PAI.

           EVALUATE TRUE
               WHEN HIE-PAI-INEXISTENTE
                   MOVE 2626             TO WS-MSG-NUMERO
                   MOVE "DEPARTAMENTO PAI NAO CADASTRADO: &"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
               WHEN HIE-PAI-EXTINTO
                   MOVE 2627             TO WS-MSG-NUMERO
                   MOVE "PAI & EXTINTO NAO RECEBE DEPARTAMENTO ATIVO"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
               WHEN HIE-PAI-CICLO
                   MOVE 2628             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "& ESTA NO RAMO DE & - A HIERARQUIA FICARIA "
                          "CIRCULAR"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
                   MOVE WS-HIE-FILHO     TO WS-MSG-PARAM (2)
               WHEN OTHER
                   MOVE 2629             TO WS-MSG-NUMERO
                   MOVE "HIERARQUIA ACIMA DE & JA TEM 20 NIVEIS"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
           END-EVALUATE
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P699-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY MSGMOS.

           COPY DPTVAL.

           COPY DPTARV.

           COPY JRNGRV.
       END PROGRAM TRFDEPTO.
