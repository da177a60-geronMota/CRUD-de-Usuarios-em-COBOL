      *                 reaplicar as transacoes da vespera - e um
      *                 TRNUSER preparado a mao esperando a janela
      *                 nunca mais e perdido pelo passo 01.
      * 15/10/26 GERO - O arquivamento no CPLHIST leva a versao da chave
      *                 de cifra (CPH-CHAVE-VERSAO): CPF e nascimento
      *                 seguem cifrados como estao no CPLFILE.
      * 15/10/26 GERO - Alteracao, inativacao e reativacao gravam a
      *                 imagem antes/depois do REG-USER no jornal de
      *                 recuperacao JRNUSER (rotina JRNGRV), para o
      *                 REAPUSER reaplicar em cima do ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTUSER.
           COPY HISTSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CPLHIST.
           COPY CPHREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY ELOWK.

           COPY DPTVALWK.

           COPY CADWRK.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
           P860-MANUTENCAO.

           MOVE "MNTUSER"           TO WS-FS-PROGRAMA
           MOVE "MNTUSER"           TO WS-JRN-PROGRAMA

           MOVE ZERO TO WS-COUNT-APLICADAS
           MOVE ZERO TO WS-COUNT-REJEITADAS
           IF FS-TRNUSER-OK THEN
               OPEN OUTPUT MNTREJ
               OPEN INPUT DEPFILE
               PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
               OPEN EXTEND AUDLOG
               IF WS-FS-AUDLOG EQUAL 35 THEN
                   OPEN OUTPUT AUDLOG
               PERFORM P869-REJEITA THRU P869-FIM
               GO TO P862-FIM
           END-READ
           MOVE REG-USER                 TO WS-JRN-ANTES

           MOVE WS-NOVO-NM               TO FD-NM
           MOVE WS-NOVO-EMAIL            TO FD-EMAIL
           MOVE WS-NOVO-DEPTO            TO FD-DEPTO
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           ADD 1                         TO WS-COUNT-APLICADAS

               GO TO P865-FIM
           END-IF

           MOVE REG-USER                 TO WS-JRN-ANTES
           SET FD-ST-INATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           ADD 1                         TO WS-COUNT-APLICADAS

               GO TO P866-FIM
           END-IF

           MOVE REG-USER                 TO WS-JRN-ANTES
           SET FD-ST-ATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           ADD 1                         TO WS-COUNT-APLICADAS

           MOVE CPL-CEP                   TO CPH-CEP
           MOVE CPL-CPF                   TO CPH-CPF
           MOVE CPL-DT-NASCIMENTO         TO CPH-DT-NASCIMENTO
           MOVE CPL-CHAVE-VERSAO          TO CPH-CHAVE-VERSAO
           MOVE WS-STAMP-ALTERACAO        TO CPH-DATA-HORA

           WRITE REG-COMPL-HIST
           MOVE "BATCH"                  TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT.
       P868-FIM.

           CLOSE CADCTRL.
       P871-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY DPTVAL.

           COPY TRNVAL.

           COPY JRNGRV.
       END PROGRAM MNTUSER.
