      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/BUSCA DE MENSAGEM NO CATALOGO
      *         POR IDIOMA
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: subprograma chamado pela rotina
      *                 compartilhada de mensagem de tela (MSGMOS) e
      *                 pela de FILE STATUS (STATCHK). Procura o numero
      *                 da mensagem no catalogo MSGFILE no idioma
      *                 pedido, cai para o portugues do catalogo e, na
      *                 falta deste (ou do arquivo), fica com o texto
      *                 que o programa passou; troca cada "&" pelo
      *                 valor correspondente e devolve a linha pronta
      *                 e o seu tamanho. Sem isso as filiais de Buenos
      *                 Aires e Miami nao conseguiam operar o menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAMSG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MSGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD MSGFILE.
           COPY MSGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-MSGFILE                  PIC 99.
        88 FS-MSGFILE-OK                 VALUE 0.
       77 WS-ACHOU                       PIC X.
        88 ACHOU-OK                      VALUE "S" FALSE "N".
       77 WS-TEXTO                       PIC X(100).
       77 WS-TAM-TEXTO                   PIC 9(03) COMP.
       77 WS-POS-TEXTO                   PIC 9(03) COMP.
       77 WS-POS-LINHA                   PIC 9(03) COMP.
       77 WS-QTD-PARAM                   PIC 9(02) COMP.
       77 WS-TAM-PARAM                   PIC 9(03) COMP.

       LINKAGE SECTION.
       77 LNK-MSG-NUMERO                 PIC 9(04).
       77 LNK-MSG-IDIOMA                 PIC X(01).
       77 LNK-MSG-TEXTO                  PIC X(100).
       01 LNK-MSG-PARAMETROS.
           03 LNK-MSG-PARAM              PIC X(100) OCCURS 9 TIMES.
       77 LNK-MSG-LINHA                  PIC X(200).
       77 LNK-MSG-TAM                    PIC 9(03).

       PROCEDURE DIVISION USING LNK-MSG-NUMERO
                                LNK-MSG-IDIOMA
                                LNK-MSG-TEXTO
                                LNK-MSG-PARAMETROS
                                LNK-MSG-LINHA
                                LNK-MSG-TAM.

      ******************************************************************
      * P903-BUSCA-MENSAGEM: abre o catalogo so para a leitura (como o
      * GRVERRO faz com o ERRLOG) - idioma pedido, depois portugues -
      * e monta a linha. Catalogo inexistente ou numero sem texto
      * cadastrado mostram o texto do proprio programa: o catalogo
      * nunca deixa uma tela muda.
      ******************************************************************
           P903-BUSCA-MENSAGEM.

           MOVE LNK-MSG-TEXTO            TO WS-TEXTO
           SET ACHOU-OK TO FALSE

           OPEN INPUT MSGFILE
           IF FS-MSGFILE-OK THEN
               MOVE LNK-MSG-NUMERO       TO MSG-NUMERO
               MOVE LNK-MSG-IDIOMA       TO MSG-IDIOMA
               IF NOT MSG-INGLES AND NOT MSG-ESPANHOL THEN
                   MOVE "P"              TO MSG-IDIOMA
               END-IF

               PERFORM P904-LER-CATALOGO THRU P904-FIM

               IF NOT ACHOU-OK AND NOT MSG-PORTUGUES THEN
                   MOVE LNK-MSG-NUMERO   TO MSG-NUMERO
                   MOVE "P"              TO MSG-IDIOMA
                   PERFORM P904-LER-CATALOGO THRU P904-FIM
               END-IF

               CLOSE MSGFILE
           END-IF

           PERFORM P905-MONTA-LINHA THRU P905-FIM

           GOBACK.
       P903-FIM.

           P904-LER-CATALOGO.

           READ MSGFILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MSG-TEXTO NOT EQUAL SPACES THEN
                   MOVE MSG-TEXTO        TO WS-TEXTO
                   SET ACHOU-OK TO TRUE
               END-IF
           END-READ.
       P904-FIM.

      ******************************************************************
      * P905-MONTA-LINHA: copia o texto caractere a caractere para a
      * linha, trocando o n-esimo "&" pelo n-esimo valor sem os
      * brancos do fim (ate 9 valores; "&" alem disso sai como esta).
      * O tamanho devolvido corta os brancos do fim da linha, para a
      * tela nao quebrar numa linha vazia.
      ******************************************************************
           P905-MONTA-LINHA.

           MOVE SPACES                   TO LNK-MSG-LINHA
           MOVE ZERO                     TO WS-POS-LINHA
           MOVE ZERO                     TO WS-QTD-PARAM

           PERFORM P906-ACHA-TAM-TEXTO THRU P906-FIM
               VARYING WS-TAM-TEXTO FROM 100 BY -1
               UNTIL WS-TAM-TEXTO EQUAL ZERO
                  OR WS-TEXTO (WS-TAM-TEXTO:1) NOT EQUAL SPACE

           PERFORM P907-COPIA-CARACTER THRU P907-FIM
               VARYING WS-POS-TEXTO FROM 1 BY 1
               UNTIL WS-POS-TEXTO > WS-TAM-TEXTO

           IF WS-POS-LINHA EQUAL ZERO THEN
               MOVE 1                    TO LNK-MSG-TAM
           ELSE
               MOVE WS-POS-LINHA         TO LNK-MSG-TAM
           END-IF.
       P905-FIM.

           P906-ACHA-TAM-TEXTO.
           CONTINUE.
           P906-FIM.

           P907-COPIA-CARACTER.

           IF WS-TEXTO (WS-POS-TEXTO:1) NOT EQUAL "&" OR
              WS-QTD-PARAM NOT LESS 9 THEN
               IF WS-POS-LINHA LESS 200 THEN
                   ADD 1                 TO WS-POS-LINHA
                   MOVE WS-TEXTO (WS-POS-TEXTO:1)
                                 TO LNK-MSG-LINHA (WS-POS-LINHA:1)
               END-IF
               GO TO P907-FIM
           END-IF

           ADD 1                         TO WS-QTD-PARAM

           PERFORM P908-ACHA-TAM-PARAM THRU P908-FIM
               VARYING WS-TAM-PARAM FROM 100 BY -1
               UNTIL WS-TAM-PARAM EQUAL ZERO
                  OR LNK-MSG-PARAM (WS-QTD-PARAM) (WS-TAM-PARAM:1)
                                                  NOT EQUAL SPACE

           IF WS-TAM-PARAM EQUAL ZERO THEN
               GO TO P907-FIM
           END-IF

           IF WS-POS-LINHA + WS-TAM-PARAM > 200 THEN
               COMPUTE WS-TAM-PARAM = 200 - WS-POS-LINHA
           END-IF

           IF WS-TAM-PARAM GREATER ZERO THEN
               MOVE LNK-MSG-PARAM (WS-QTD-PARAM) (1:WS-TAM-PARAM)
                   TO LNK-MSG-LINHA (WS-POS-LINHA + 1:WS-TAM-PARAM)
               ADD WS-TAM-PARAM          TO WS-POS-LINHA
           END-IF.
       P907-FIM.

           P908-ACHA-TAM-PARAM.
           CONTINUE.
           P908-FIM.
       END PROGRAM BUSCAMSG.
