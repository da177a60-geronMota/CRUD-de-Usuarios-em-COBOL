      *                 sozinho encerra do mesmo jeito, e um futuro
      *                 controlador que o chame nao morre junto com o
      *                 passo preso em "E" no JOBCTRL.
      * 15/10/26 GERO - O expurgo do AUDLOG leva adiante o elo de
      *                 integridade: as linhas vao intactas para o
      *                 AUDARC, so sai o trecho inicial de linhas
      *                 antigas (a primeira linha mantida segura as
      *                 seguintes), o AUDLOG regravado termina com a
      *                 linha EXPURGO encadeada e o ELOCTL registra o
      *                 arquivo morto para o VERELOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGHIST.
           COPY HARSEL.
           COPY WPGSEL.
           COPY PRGSEL.
           COPY ELCSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PRGREL.
           COPY PRGREC.

       FD ELOCTL.
           COPY ELCREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
        88 FS-WRKPURG-OK                 VALUE 0.
       77 WS-FS-PRGREL                   PIC 99.
        88 FS-PRGREL-OK                  VALUE 0.
       77 WS-FS-ELOCTL                   PIC 99.
        88 FS-ELOCTL-OK                  VALUE 0.
       77 WS-JA-MANTEVE                  PIC X.
        88 JA-MANTEVE                    VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-NOME-AUDARC                 PIC X(50).
       77 WS-NOME-HISARC                 PIC X(50).
       77 WS-ANOS-CORTE                  PIC 9(02).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-DATA-CORTE                  PIC 9(08).
       77 WS-DIAS-CORTE                  PIC S9(08).
       77 WS-LINHA-PRG                   PIC X(132).
       77 WS-QTD-MOVIDAS                 PIC 9(06).
       77 WS-QTD-MANTIDAS                PIC 9(06).
       77 WS-QTD-RETIDAS                 PIC 9(06).
       77 WS-ELO-INI-MOV                 PIC 9(08).
       77 WS-ELO-FIM-MOV                 PIC 9(08).

           COPY STATWRK.

           COPY ELOWK.

       PROCEDURE DIVISION.

      ******************************************************************
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           COMPUTE WS-DIAS-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - (WS-ANOS-CORTE * 365)
      * P881-PURGA-AUDLOG: primeira passada - linha mais antiga que o
      * corte vai para o AUDARC datado, o resto vai para o arquivo de
      * trabalho; segunda passada - o AUDLOG vivo e regravado so com o
      * que ficou. As linhas vao intactas, elo de integridade
      * inclusive: so sai o trecho inicial de linhas antigas - a
      * partir da primeira linha mantida tudo fica, mesmo que mais
      * antigo que o corte (sai no proximo expurgo), e assim o
      * arquivo morto termina exatamente onde o AUDLOG vivo comeca.
      * No fim do AUDLOG vai a linha EXPURGO, encadeada com a ultima,
      * e o ELOCTL registra o arquivo morto para o VERELOG.
      ******************************************************************
           P881-PURGA-AUDLOG.

           MOVE ZERO TO WS-QTD-MOVIDAS
           MOVE ZERO TO WS-QTD-MANTIDAS
           MOVE ZERO TO WS-QTD-RETIDAS
           MOVE ZERO TO WS-ELO-INI-MOV
           MOVE ZERO TO WS-ELO-FIM-MOV
           MOVE ZERO TO WS-ELO-ULTIMO
           SET JA-MANTEVE TO FALSE

           OPEN INPUT AUDLOG
           IF NOT FS-AUDLOG-OK THEN
           SET EOF-OK TO FALSE
           PERFORM P883-REGRAVA-AUDLOG THRU P883-FIM UNTIL EOF-OK

           IF WS-QTD-MOVIDAS GREATER ZERO THEN
               PERFORM P884-GRAVA-EXPURGO THRU P884-FIM
           END-IF

           CLOSE AUDLOG
           CLOSE WRKPURG

                  INTO WS-LINHA-PRG
           END-STRING
           MOVE WS-LINHA-PRG TO PRG-LINHA
           WRITE REG-PURGA-REL

           IF WS-QTD-RETIDAS GREATER ZERO THEN
               MOVE SPACES TO WS-LINHA-PRG
               STRING "AUDLOG : " DELIMITED BY SIZE
                      WS-QTD-RETIDAS DELIMITED BY SIZE
                      " LINHAS ANTIGAS FICARAM POR ESTAREM DEPOIS DE"
                      DELIMITED BY SIZE
                      " UMA LINHA MANTIDA (SAEM NO PROXIMO EXPURGO)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRG
               END-STRING
               MOVE WS-LINHA-PRG TO PRG-LINHA
               WRITE REG-PURGA-REL
           END-IF.
       P881-FIM.

           P882-LER-AUDLOG.
           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
               GO TO P882-FIM
           END-READ

           IF AUD-DATA-HORA(1:8) LESS WS-DATA-CORTE AND
              NOT JA-MANTEVE THEN
               IF WS-QTD-MOVIDAS EQUAL ZERO AND
                  AUD-ELO-ANT IS NUMERIC THEN
                   MOVE AUD-ELO-ANT      TO WS-ELO-INI-MOV
               END-IF
               MOVE REG-AUDIT            TO REG-AUD-ARC
               WRITE REG-AUD-ARC
               ADD 1                     TO WS-QTD-MOVIDAS
           ELSE
               IF AUD-DATA-HORA(1:8) LESS WS-DATA-CORTE THEN
                   ADD 1                 TO WS-QTD-RETIDAS
               END-IF
               SET JA-MANTEVE TO TRUE
               MOVE SPACES               TO REG-WRK-PURGA
               MOVE REG-AUDIT            TO REG-WRK-PURGA
               WRITE REG-WRK-PURGA
               ADD 1                     TO WS-QTD-MANTIDAS
           END-IF

           IF AUD-ELO IS NUMERIC THEN
               MOVE AUD-ELO              TO WS-ELO-ULTIMO
           ELSE
               MOVE ZERO                 TO WS-ELO-ULTIMO
           END-IF
           IF NOT JA-MANTEVE THEN
               MOVE WS-ELO-ULTIMO        TO WS-ELO-FIM-MOV
           END-IF.
       P882-FIM.

           P883-REGRAVA-AUDLOG.
           END-READ.
       P883-FIM.

      ******************************************************************
      * P884-GRAVA-EXPURGO: a linha EXPURGO fecha o AUDLOG regravado,
      * encadeada com a ultima linha lida (a ultima mantida ou, com
      * tudo movido, a ultima do arquivo morto) - o AUDLOG vivo nunca
      * fica sem o elo que o liga ao arquivo morto. O expurgo fica
      * registrado no ELOCTL com o elo de entrada e o de saida.
      ******************************************************************
           P884-GRAVA-EXPURGO.

           MOVE ZERO                     TO AUD-CD-USER
           MOVE "EXPURGO"                TO AUD-CAMPO
           MOVE SPACES                   TO AUD-VALOR-ANT
           STRING "AUDARC.D"             DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO AUD-VALOR-ANT
           END-STRING
           MOVE SPACES                   TO AUD-VALOR-NOVO
           STRING "LINHAS MOVIDAS: "     DELIMITED BY SIZE
                  WS-QTD-MOVIDAS         DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO
           END-STRING
           MOVE "PURGHIST"               TO AUD-OPERADOR
           MOVE "BATCH"                  TO AUD-ROLE-OP
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO AUD-DATA-HORA
           END-STRING
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           OPEN EXTEND ELOCTL
           IF WS-FS-ELOCTL EQUAL 35 THEN
               OPEN OUTPUT ELOCTL
           END-IF
           IF NOT FS-ELOCTL-OK THEN
               MOVE WS-FS-ELOCTL         TO WS-FS-CODIGO
               MOVE "ELOCTL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P884-FIM
           END-IF

           MOVE "AUDLOG"                 TO ELC-LOG
           MOVE WS-DATA-SISTEMA          TO ELC-DATA
           MOVE WS-NOME-AUDARC           TO ELC-NOME
           MOVE WS-QTD-MOVIDAS           TO ELC-QTD
           MOVE WS-ELO-INI-MOV           TO ELC-ELO-INI
           MOVE WS-ELO-FIM-MOV           TO ELC-ELO-FIM
           WRITE REG-ELO-CTL

           CLOSE ELOCTL.
       P884-FIM.

      ******************************************************************
      * P885-PURGA-CADHIST: mesmo esquema de duas passadas do AUDLOG,
      * agora para o CADHIST (corte por HIST-DATA-HORA, arquivo morto
           END-READ.
       P887-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.
       END PROGRAM PURGHIST.
