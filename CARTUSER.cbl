      *                 cartas em CORREL com a folha de contagem no
      *                 fim. Toda campanha era um CSV exportado e
      *                 etiquetas feitas a mao.
      * 15/10/26 GERO - Quem nao tem consentimento de mala direta no
      *                 registro de consentimentos CNSFILE (rotina
      *                 CNSVAL) deixa de receber carta: entra na lista
      *                 de pulados com o motivo e na folha de contagem.
      * 15/10/26 GERO - Cada carta ganha a linha REFERENCIA POSTAL
      *                 (origem CS, data da emissao e codigo) com o CEP,
      *                 que o correio devolve no arquivo de devolucoes
      *                 lido pelo INTFCORR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTUSER.
           COPY CPLSEL.
           COPY CORSEL.
           COPY CRSSEL.
           COPY CNSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CORREL.
           COPY CORREC.

       FD CNSFILE.
           COPY CNSREC.

       SD WRKCRT.
           COPY CRSREC.

       77 WS-QTD-CARTAS                  PIC 9(06).
       77 WS-QTD-SEM-ENDERECO            PIC 9(06).
       77 WS-QTD-DEVOLVIDOS              PIC 9(06).
       77 WS-QTD-SEM-CONSENT             PIC 9(06).
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-QTD-PULADOS                 PIC 9(03) COMP.
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-REF-POSTAL                  PIC X(16).

       01 TAB-PULADOS.
           03 TAB-PULADO OCCURS 500 TIMES.

           COPY CADWRK.

           COPY CNSWK.

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE ZERO TO WS-QTD-CARTAS
           MOVE ZERO TO WS-QTD-SEM-ENDERECO
           MOVE ZERO TO WS-QTD-DEVOLVIDOS
           MOVE ZERO TO WS-QTD-SEM-CONSENT
           MOVE ZERO TO WS-QTD-PULADOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD


           DISPLAY "CARTAS IMPRESSAS: " WS-QTD-CARTAS
                   "  PULADOS: " WS-QTD-SEM-ENDERECO " SEM ENDERECO, "
                   WS-QTD-DEVOLVIDOS " DEVOLVIDOS, "
                   WS-QTD-SEM-CONSENT " SEM CONSENTIMENTO"

           GOBACK.
       P660-FIM.
      * aplica a selecao escolhida (os tipos 1, 3 e 4 so alcancam
      * usuarios ativos; no tipo 2 o status e a propria selecao),
      * junta o endereco do CPLFILE e solta para a ordenacao quem tem
      * endereco confiavel e consentimento de mala direta no CNSFILE.
      ******************************************************************
           P661-SELECIONA.

               SET TEM-ARQ-CPL TO TRUE
           END-IF

           PERFORM P927-ABRE-CNSFILE THRU P927-FIM

           SET EOF-OK TO FALSE
           PERFORM P662-LER-CADUSER THRU P662-FIM UNTIL EOF-OK

           PERFORM P928-FECHA-CNSFILE THRU P928-FIM
           CLOSE CPLFILE
           CLOSE CADUSER.
       P661-FIM.
               PERFORM P664-APLICA-SELECAO THRU P664-FIM
               IF REGISTRO-SELECIONADO THEN
                   ADD 1 TO WS-QTD-SELECIONADOS
                   MOVE WS-CD-USER       TO WS-CNS-CD-USER
                   MOVE "M"              TO WS-CNS-FINALIDADE
                   PERFORM P926-CONFERE-CONSENT THRU P926-FIM
                   IF NOT CONSENT-OK THEN
                       ADD 1 TO WS-QTD-SEM-CONSENT
                       MOVE "SEM CONSENTIMENTO"
                                         TO WS-LINHA-COR
                       PERFORM P667-ANOTA-PULADO THRU P667-FIM
                   ELSE
                   IF NOT TEM-CPL THEN
                       ADD 1 TO WS-QTD-SEM-ENDERECO
                       MOVE "SEM ENDERECO"
                       RELEASE REG-CARTA-ORD
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-READ.
       P662-FIM.

      ******************************************************************
      * P665-IMPRIME: OUTPUT PROCEDURE do SORT - as cartas saem ja na
      * ordem de CEP, uma por destinatario, no molde do CRTBEMV, com a
      * referencia postal (origem CS, data da emissao e codigo) que o
      * correio devolve no arquivo de devolucoes lido pelo INTFCORR.
      ******************************************************************
           P665-IMPRIME.

               MOVE WS-LINHA-COR        TO COR-LINHA
               WRITE REG-CORRESP

               MOVE SPACES              TO WS-REF-POSTAL
               STRING "CS"              DELIMITED BY SIZE
                      WS-DATA-SISTEMA   DELIMITED BY SIZE
                      CRS-CD-USER       DELIMITED BY SIZE
                      INTO WS-REF-POSTAL
               END-STRING
               MOVE SPACES              TO WS-LINHA-COR
               STRING "REFERENCIA POSTAL: " DELIMITED BY SIZE
                      WS-REF-POSTAL     DELIMITED BY SIZE
                      "  CEP "          DELIMITED BY SIZE
                      CRS-CEP           DELIMITED BY SIZE
                      INTO WS-LINHA-COR
               END-STRING
               MOVE WS-LINHA-COR        TO COR-LINHA
               WRITE REG-CORRESP

               MOVE SPACES              TO COR-LINHA
               WRITE REG-CORRESP

                  WS-QTD-SEM-ENDERECO DELIMITED BY SIZE
                  "  DEVOLVIDOS " DELIMITED BY SIZE
                  WS-QTD-DEVOLVIDOS DELIMITED BY SIZE
                  "  SEM CONSENTIMENTO " DELIMITED BY SIZE
                  WS-QTD-SEM-CONSENT DELIMITED BY SIZE
                  INTO WS-LINHA-COR
           END-STRING
           MOVE WS-LINHA-COR TO COR-LINHA
           WRITE REG-CORRESP.
       P669-FIM.

           COPY CNSVAL.
           COPY STATCHK.
       END PROGRAM CARTUSER.
