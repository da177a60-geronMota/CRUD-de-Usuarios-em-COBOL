      *                 descricao oficial passou a sair pela marca
      *                 DEPTO-EXISTE da DPTVAL - departamento extinto
      *                 continua com a descricao certa na carta.
      * 15/10/26 GERO - Carta de boas-vindas so sai para quem tem
      *                 consentimento de mala direta no CNSFILE (rotina
      *                 CNSVAL); os demais sao contados na pagina de
      *                 resumo.
      * 15/10/26 GERO - Carta de quem tem endereco no CPLFILE sai com o
      *                 bloco de endereco e a linha REFERENCIA POSTAL
      *                 (origem BV, data da emissao e codigo) com o CEP,
      *                 que o correio devolve no arquivo lido pelo
      *                 INTFCORR. Endereco marcado como devolvido nao
      *                 sai na carta e e contado no resumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRTBEMV.
           COPY CADSEL.
           COPY DPTSEL.
           COPY CRTSEL.
           COPY CNSSEL.
           COPY CPLSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CRTFILE.
           COPY CRTREC.

       FD CNSFILE.
           COPY CNSREC.

       FD CPLFILE.
           COPY CPLREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-DIAS-VESPERA                PIC S9(08).
       77 WS-LINHA-CRT                   PIC X(132).
       77 WS-QTD-CARTAS                  PIC 9(06).
       77 WS-QTD-SEM-CONSENT             PIC 9(06).
       77 WS-QTD-DEVOLVIDOS              PIC 9(06).
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-TEM-ARQ-CPL                 PIC X.
        88 TEM-ARQ-CPL                   VALUE "S" FALSE "N".
       77 WS-TEM-CPL                     PIC X.
        88 TEM-CPL                       VALUE "S" FALSE "N".
       77 WS-REF-POSTAL                  PIC X(16).

           COPY STATWRK.


           COPY CADWRK.

           COPY CNSWK.

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE "CRTBEMV"           TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-CARTAS
           MOVE ZERO TO WS-QTD-SEM-CONSENT
           MOVE ZERO TO WS-QTD-DEVOLVIDOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-VESPERA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) - 1

           OPEN INPUT DEPFILE
           OPEN OUTPUT CRTFILE
           PERFORM P927-ABRE-CNSFILE THRU P927-FIM

           OPEN INPUT CPLFILE
           SET TEM-ARQ-CPL TO FALSE
           IF FS-CPLFILE-OK THEN
               SET TEM-ARQ-CPL TO TRUE
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P786-LER-CADUSER THRU P786-FIM UNTIL EOF-OK

           PERFORM P788-RESUMO THRU P788-FIM

           PERFORM P928-FECHA-CNSFILE THRU P928-FIM
           IF TEM-ARQ-CPL THEN
               CLOSE CPLFILE
           END-IF
           CLOSE CRTFILE
           CLOSE DEPFILE
           CLOSE CADUSER

           DISPLAY "CARTAS DE BOAS-VINDAS GERADAS: " WS-QTD-CARTAS
                   "  SEM CONSENTIMENTO: " WS-QTD-SEM-CONSENT
                   "  ENDERECO DEVOLVIDO: " WS-QTD-DEVOLVIDOS

           GOBACK.
       P785-FIM.
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-DT-CADASTRO(1:8) EQUAL WS-DATA-VESPERA THEN
                   MOVE WS-CD-USER       TO WS-CNS-CD-USER
                   MOVE "M"              TO WS-CNS-FINALIDADE
                   PERFORM P926-CONFERE-CONSENT THRU P926-FIM
                   IF CONSENT-OK THEN
                       ADD 1 TO WS-QTD-CARTAS
                       PERFORM P787-IMPRIME-CARTA THRU P787-FIM
                   ELSE
                       ADD 1 TO WS-QTD-SEM-CONSENT
                   END-IF
               END-IF
           END-READ.
       P786-FIM.
      ******************************************************************
      * P787-IMPRIME-CARTA: uma carta por usuario - o modelo fixo de
      * boas-vindas com nome, codigo, email e a descricao oficial do
      * departamento no lugar das lacunas. Quem tem endereco no
      * CPLFILE recebe o bloco de endereco e a referencia postal
      * (origem BV, data da emissao e codigo) que o correio devolve
      * no arquivo de devolucoes lido pelo INTFCORR.
      ******************************************************************
           P787-IMPRIME-CARTA.

           MOVE WS-LINHA-CRT            TO CRT-LINHA
           WRITE REG-CARTA

           PERFORM P789-ENDERECO THRU P789-FIM

           MOVE SPACES                  TO WS-LINHA-CRT
           STRING "BEM-VINDO(A), "      DELIMITED BY SIZE
                  WS-NM                 DELIMITED BY SIZE
           WRITE REG-CARTA.
       P787-FIM.

      ******************************************************************
      * P789-ENDERECO: bloco de endereco do CPLFILE e a linha da
      * referencia postal com o CEP; sem endereco a carta sai como
      * antes, sem os dois. Endereco marcado como devolvido pelo
      * correio (CPL-CORR-DEVOLVIDA) tambem nao vai na carta - so e
      * contado na pagina de resumo.
      ******************************************************************
           P789-ENDERECO.

           SET TEM-CPL TO FALSE
           IF TEM-ARQ-CPL THEN
               MOVE WS-CD-USER          TO CPL-CD-USER
               READ CPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-CPL TO TRUE
               END-READ
           END-IF

           IF NOT TEM-CPL THEN
               GO TO P789-FIM
           END-IF

           IF CPL-CORR-DEVOLVIDA THEN
               ADD 1 TO WS-QTD-DEVOLVIDOS
               GO TO P789-FIM
           END-IF

           MOVE SPACES                  TO WS-LINHA-CRT
           STRING CPL-LOGRADOURO        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  CPL-NUMERO            DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT            TO CRT-LINHA
           WRITE REG-CARTA

           MOVE SPACES                  TO WS-LINHA-CRT
           STRING CPL-CIDADE            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  CPL-UF                DELIMITED BY SIZE
                  "  CEP "              DELIMITED BY SIZE
                  CPL-CEP               DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT            TO CRT-LINHA
           WRITE REG-CARTA

           MOVE SPACES                  TO WS-REF-POSTAL
           STRING "BV"                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-CD-USER            DELIMITED BY SIZE
                  INTO WS-REF-POSTAL
           END-STRING
           MOVE SPACES                  TO WS-LINHA-CRT
           STRING "REFERENCIA POSTAL: " DELIMITED BY SIZE
                  WS-REF-POSTAL         DELIMITED BY SIZE
                  "  CEP "              DELIMITED BY SIZE
                  CPL-CEP               DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT            TO CRT-LINHA
           WRITE REG-CARTA

           MOVE SPACES                  TO CRT-LINHA
           WRITE REG-CARTA.
       P789-FIM.

      ******************************************************************
      * P788-RESUMO: pagina final com a data da vespera coberta e o
      * total de cartas produzidas na rodada, e quantos cadastros
      * ficaram sem carta por falta de consentimento de mala direta;
      * e quantas sairam sem endereco porque o do CPLFILE esta marcado
      * como devolvido.
      ******************************************************************
           P788-RESUMO.

                  WS-DATA-VESPERA          DELIMITED BY SIZE
                  "   CARTAS PRODUZIDAS: " DELIMITED BY SIZE
                  WS-QTD-CARTAS            DELIMITED BY SIZE
                  "   SEM CONSENTIMENTO: "  DELIMITED BY SIZE
                  WS-QTD-SEM-CONSENT       DELIMITED BY SIZE
                  "   ENDERECO DEVOLVIDO: " DELIMITED BY SIZE
                  WS-QTD-DEVOLVIDOS        DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT            TO CRT-LINHA
       P788-FIM.

           COPY DPTVAL.
           COPY CNSVAL.
           COPY STATCHK.
       END PROGRAM CRTBEMV.
