      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/TARIFAS DO RATEIO MENSAL
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: lista e mantem o TAXFILE, lido
      *                 pelo RATEDEPT - a tarifa por usuario-dia de cada
      *                 departamento a partir de uma vigencia (AAAAMM).
      *                 Departamento em branco e a tarifa padrao, usada
      *                 por quem nao tem tarifa propria. ENTER no valor
      *                 mantem a tarifa em vigor; vigencia nova nao
      *                 apaga as anteriores, para o mes antigo ainda
      *                 poder ser recalculado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTAXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TAXSEL.
           COPY DPTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD TAXFILE.
           COPY TAXREC.

       FD DEPFILE.
           COPY DPTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-TAXFILE                  PIC 99.
        88 FS-TAXFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-TAXA-NOVA                   PIC X.
        88 TAXA-NOVA                     VALUE "S" FALSE "N".
       77 WS-TEM-DEPFILE                 PIC X.
        88 TEM-DEPFILE                   VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-DEPTO                       PIC X(10).
       77 WS-VIGENCIA                    PIC 9(06).
       77 WS-MES                         PIC 9(02).
       77 WS-NOVO-VALOR                  PIC 9(03)V9(04).
       77 WS-VALOR-ED                    PIC ZZ9,9999.
       77 WS-QTD-TARIFAS                 PIC 9(05).

           COPY STATWRK.

           COPY DPTVALWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P206-TARIFAS: mainline - lista as tarifas cadastradas, pede o
      * departamento, a vigencia e o valor e grava.
      ******************************************************************
           P206-TARIFAS.

           MOVE "CADTAXA"           TO WS-FS-PROGRAMA

           OPEN I-O TAXFILE
           IF WS-FS-TAXFILE EQUAL 35 THEN
               OPEN OUTPUT TAXFILE
               CLOSE TAXFILE
               OPEN I-O TAXFILE
           END-IF
           IF NOT FS-TAXFILE-OK THEN
               MOVE WS-FS-TAXFILE        TO WS-FS-CODIGO
               MOVE "TAXFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET TEM-DEPFILE TO FALSE
           OPEN INPUT DEPFILE
           IF FS-DEPFILE-OK THEN
               SET TEM-DEPFILE TO TRUE
           END-IF

           PERFORM P207-LISTA THRU P207-FIM

           DISPLAY "DEPARTAMENTO DA TARIFA (ENTER = TARIFA PADRAO)"
           MOVE SPACES                   TO WS-DEPTO
           ACCEPT WS-DEPTO

           IF WS-DEPTO NOT EQUAL SPACES AND TEM-DEPFILE THEN
               MOVE WS-DEPTO             TO WS-DEPTO-VALIDAR
               PERFORM P970-VALIDA-DEPTO THRU P970-FIM
               IF NOT DEPTO-EXISTE THEN
                   DISPLAY "DEPARTAMENTO " WS-DEPTO
                           " NAO CADASTRADO NO DEPFILE"
                   GO TO P206-SAI
               END-IF
           END-IF

           DISPLAY "VIGENCIA (AAAAMM)"
           MOVE ZERO                     TO WS-VIGENCIA
           ACCEPT WS-VIGENCIA
           MOVE WS-VIGENCIA(5:2)         TO WS-MES
           IF WS-VIGENCIA(1:4) LESS 1900 OR
              WS-MES LESS 1 OR WS-MES GREATER 12 THEN
               DISPLAY "VIGENCIA INVALIDA: " WS-VIGENCIA
               GO TO P206-SAI
           END-IF

           SET TAXA-NOVA TO FALSE
           MOVE WS-DEPTO                 TO TAX-DEPTO
           MOVE WS-VIGENCIA              TO TAX-VIGENCIA

           READ TAXFILE
           INVALID KEY
               MOVE WS-DEPTO             TO TAX-DEPTO
               MOVE WS-VIGENCIA          TO TAX-VIGENCIA
               MOVE ZERO                 TO TAX-VALOR-DIA
               SET TAXA-NOVA TO TRUE
           END-READ

           IF TAXA-NOVA THEN
               DISPLAY "VIGENCIA NOVA - VALOR POR USUARIO-DIA"
           ELSE
               MOVE TAX-VALOR-DIA        TO WS-VALOR-ED
               DISPLAY "VALOR EM VIGOR: " WS-VALOR-ED
                       " - NOVO VALOR POR USUARIO-DIA (ENTER = MANTEM)"
           END-IF

           MOVE ZERO                     TO WS-NOVO-VALOR
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR EQUAL ZERO THEN
               IF TAXA-NOVA THEN
                   DISPLAY "VALOR NAO INFORMADO, NADA GRAVADO"
               ELSE
                   DISPLAY "TARIFA MANTIDA"
               END-IF
               GO TO P206-SAI
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-NOVO-VALOR            TO TAX-VALOR-DIA
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO TAX-DT-ALTERACAO
           END-STRING

           IF TAXA-NOVA THEN
               WRITE REG-TAXA
           ELSE
               REWRITE REG-TAXA
           END-IF

           IF NOT FS-TAXFILE-OK THEN
               MOVE WS-FS-TAXFILE        TO WS-FS-CODIGO
               MOVE "TAXFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P206-SAI
           END-IF

           MOVE TAX-VALOR-DIA            TO WS-VALOR-ED
           DISPLAY "TARIFA GRAVADA: DEPARTAMENTO " WS-DEPTO
                   " VIGENCIA " WS-VIGENCIA " VALOR " WS-VALOR-ED.

       P206-SAI.
           CLOSE TAXFILE
           IF TEM-DEPFILE THEN
               CLOSE DEPFILE
           END-IF

           GOBACK.
       P206-FIM.

      ******************************************************************
      * P207-LISTA: tarifas cadastradas em ordem de departamento e
      * vigencia - a padrao (departamento em branco) sai primeiro.
      ******************************************************************
           P207-LISTA.

           MOVE ZERO                     TO WS-QTD-TARIFAS

           DISPLAY "==================================================="
           DISPLAY "TARIFAS DO RATEIO MENSAL (RATEDEPT)"
           DISPLAY "DEPARTAMENTO VIGENCIA   VALOR/DIA"

           MOVE LOW-VALUES               TO TAX-CHAVE
           SET EOF-OK TO FALSE
           START TAXFILE KEY IS NOT LESS TAX-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P208-LE-TARIFA THRU P208-FIM UNTIL EOF-OK

           DISPLAY "==================================================="
           DISPLAY "TARIFAS CADASTRADAS: " WS-QTD-TARIFAS.
       P207-FIM.

           P208-LE-TARIFA.

           READ TAXFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P208-FIM
           END-READ

           ADD 1                         TO WS-QTD-TARIFAS
           MOVE TAX-VALOR-DIA            TO WS-VALOR-ED
           IF TAX-DEPTO EQUAL SPACES THEN
               DISPLAY "(PADRAO)     " TAX-VIGENCIA "   " WS-VALOR-ED
           ELSE
               DISPLAY TAX-DEPTO "   " TAX-VIGENCIA "   " WS-VALOR-ED
           END-IF.
       P208-FIM.

           COPY DPTVAL.

           COPY STATCHK.
       END PROGRAM CADTAXA.
