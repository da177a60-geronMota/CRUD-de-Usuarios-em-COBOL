      *                 senhas convertidas - e toda rodada seguinte
      *                 recusava com "CONVERSAO JA FOI FEITA". Falha
      *                 agora devolve RETURN-CODE 8 sem marcador.
      * 15/10/26 GERO - Cada REWRITE do REG-USER grava no jornal de
      *                 recuperacao JRNUSER (rotina JRNGRV); a imagem
      *                 antes sai ja com o hash, nunca com a senha em
      *                 claro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHASH.
       FILE-CONTROL.
           COPY CADSEL.
           COPY SEQSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY HASHWK.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************

           MOVE ZERO TO WS-QTD-CAD
           SET CONVERSAO-FALHOU TO FALSE
           MOVE "CONVHASH"               TO WS-JRN-PROGRAMA

           PERFORM P941-VERIFICA-MARCADOR THRU P941-FIM

               MOVE FD-PASSWORD         TO WS-HASH-ENTRADA
               PERFORM P960-CALCULA-HASH THRU P960-FIM
               MOVE WS-HASH-8           TO FD-PASSWORD
      *        a imagem "antes" vai ao jornal ja com o hash - a senha
      *        em claro nao pode parar no JRNUSER
               MOVE REG-USER            TO WS-JRN-ANTES
               REWRITE REG-USER
               MOVE "A"                 TO WS-JRN-TIPO
               PERFORM P973-GRAVA-JORNAL THRU P973-FIM
               ADD 1 TO WS-QTD-CAD
           END-READ.
       P945-FIM.
       P946-FIM.

           COPY HASHPWD.

           COPY JRNGRV.
       END PROGRAM CONVHASH.
