      *                 RETURN-CODE 4. Anos de digitacao deixaram o
      *                 relatorio de duplicidades e o extrato sofrendo
      *                 com EMAIL em caixa mista e DDD impossivel.
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
       PROGRAM-ID. AJUSUSER.
           COPY DDDSEL.
           COPY AJUSEL.
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

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
           P815-SANEAR.

           MOVE "AJUSUSER"          TO WS-FS-PROGRAMA
           MOVE "AJUSUSER"          TO WS-JRN-PROGRAMA

           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-CORRIGIDOS
               GO TO P822-FIM
           END-IF

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           INVALID KEY
               GO TO P824-FIM
           END-READ
           MOVE REG-USER                 TO WS-JRN-ANTES

           MOVE FD-EMAIL                 TO WS-EMAIL-ANT
           MOVE FD-EMAIL                 TO WS-EML-ENTRADA
           MOVE WS-EML-SAIDA             TO FD-EMAIL
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           ADD 1 TO WS-QTD-CORRIGIDOS

           MOVE "AJUSUSER"               TO AUD-OPERADOR
           MOVE "BATCH"                  TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT.
       P824-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY JRNGRV.
       END PROGRAM AJUSUSER.
