      ******************************************************************
      * Paragraph: P973-GRAVA-JORNAL
      * Purpose : rotina compartilhada de gravacao no jornal JRNUSER,
      *           copiada na PROCEDURE DIVISION de todo programa que
      *           grava, regrava ou apaga REG-USER. So registra
      *           gravacao que o CADUSER aceitou (FS 00 ou 02, chave
      *           alternada repetida); abre em EXTEND (criando o
      *           arquivo na primeira vez, como o SEGLOG), carimba
      *           data/hora, grava e fecha em seguida, para uma queda
      *           do programa nunca levar linhas do jornal junto.
      ******************************************************************
           P973-GRAVA-JORNAL.

           IF WS-FS-CADUSER GREATER 9 THEN
               GO TO P973-FIM
           END-IF

           OPEN EXTEND JRNUSER
           IF WS-FS-JRNUSER EQUAL 35 THEN
               OPEN OUTPUT JRNUSER
           END-IF

           IF NOT FS-JRNUSER-OK THEN
               GO TO P973-FIM
           END-IF

           ACCEPT WS-JRN-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-JRN-HORA-SIS FROM TIME

           STRING WS-JRN-DATA-SIS        DELIMITED BY SIZE
                  WS-JRN-HORA-SIS(1:6)   DELIMITED BY SIZE
                  INTO JRN-DATA-HORA
           END-STRING
           MOVE WS-JRN-TIPO              TO JRN-TIPO
           MOVE WS-JRN-PROGRAMA          TO JRN-PROGRAMA
           MOVE FD-CD-USER               TO JRN-CD-USER

           IF JRN-INCLUSAO THEN
               MOVE SPACES               TO JRN-ANTES
           ELSE
               MOVE WS-JRN-ANTES         TO JRN-ANTES
           END-IF

           IF JRN-EXCLUSAO THEN
               MOVE SPACES               TO JRN-DEPOIS
           ELSE
               MOVE REG-USER             TO JRN-DEPOIS
           END-IF

           WRITE REG-JORNAL

           CLOSE JRNUSER.
       P973-FIM.
