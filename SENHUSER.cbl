      *                 pelo usuario - e por um instante conhecia a
      *                 senha dele. Toda troca e todo reset saem no
      *                 SEGLOG.
      * 15/10/26 GERO - A troca de senha grava a imagem antes/depois do
      *                 REG-USER no jornal de recuperacao JRNUSER
      *                 (rotina JRNGRV), para o REAPUSER reaplicar em
      *                 cima do ultimo BKPUSER.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      * 15/10/26 GERO - Toda chamada de troca ou reset sai no jornal de
      *                 entradas LGNLOG (rotina LGNGRV) com a funcao, o
      *                 email, o usuario achado e o SNH-RETORNO
      *                 devolvido - inclusive as recusadas antes de ler
      *                 o cadastro (funcao ou senha nova invalida).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHUSER.
           COPY CADSEL.
           COPY TOKSEL.
           COPY SEGSEL.
           COPY JRNSEL.
           COPY LGNSEL.
           COPY ULTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       FD LGNLOG.
           COPY LGNREC.

       FD ULTFILE.
           COPY ULTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY SEGWRK.

           COPY ELOWK.

           COPY JRNWRK.

           COPY LGNWRK.

       LINKAGE SECTION.

           COPY SNHREC.
      * P982-TROCAR: mainline - localiza o usuario pelo email (indice
      * alternado, como o VALIDUSER), exige cadastro ativo e senha
      * nova preenchida, e despacha para a funcao pedida; o REWRITE da
      * senha nova (ja em hash) carimba FD-DT-ALTERACAO. Toda
      * chamada, com o codigo devolvido, sai no LGNLOG (P982-SAI).
      ******************************************************************
           P982-TROCAR.

           MOVE "SENHUSER"               TO WS-JRN-PROGRAMA

           MOVE "09"                     TO SNH-RETORNO
           MOVE "SENHUSER"               TO WS-LGN-SERVICO
           MOVE SNH-FUNCAO               TO WS-LGN-FUNCAO
           MOVE SNH-EMAIL                TO WS-LGN-EMAIL
           MOVE ZERO                     TO WS-LGN-CD-USER

           IF NOT SNH-F-TROCA AND NOT SNH-F-RESET THEN
               MOVE "06"                 TO SNH-RETORNO
               GO TO P982-SAI
           END-IF

           IF SNH-SENHA-NOVA EQUAL SPACES OR
              SNH-SENHA-NOVA EQUAL LOW-VALUES THEN
               MOVE "07"                 TO SNH-RETORNO
               GO TO P982-SAI
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN I-O CADUSER
           IF NOT FS-CADUSER-OK THEN
               GO TO P982-SAI
           END-IF

           MOVE SNH-EMAIL                TO FD-EMAIL
           INVALID KEY
               MOVE "03"                 TO SNH-RETORNO
           NOT INVALID KEY
               MOVE FD-CD-USER           TO WS-LGN-CD-USER
               PERFORM P983-APLICA THRU P983-FIM
           END-READ

           CLOSE CADUSER.

       P982-SAI.
           MOVE SNH-RETORNO              TO WS-LGN-RETORNO
           PERFORM P956-GRAVA-ENTRADA THRU P956-FIM

           GOBACK.
       P982-FIM.

           P983-APLICA.

           MOVE REG-USER                 TO WS-JRN-ANTES

           IF NOT FD-ST-ATIVO THEN
               MOVE "02"                 TO SNH-RETORNO
               GO TO P983-FIM
           MOVE WS-HASH-8                TO FD-PASSWORD
           MOVE WS-STAMP-AGORA           TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           MOVE "00"                     TO SNH-RETORNO

           COPY HASHPWD.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY JRNGRV.

           COPY LGNGRV.
       END PROGRAM SENHUSER.
