      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONVERSAO UNICA DO SECFILE PARA
      *         O LAYOUT COM IDIOMA DO OPERADOR
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: conversao de uma unica vez do
      *                 SECFILE gravado no layout de 143 bytes (sem
      *                 SEC-IDIOMA) para o layout atual de SECREC. Le o
      *                 arquivo pelo layout anterior (um SELECT proprio
      *                 para o mesmo arquivo fisico), guarda os
      *                 operadores em memoria e regrava do zero no
      *                 layout novo com todo operador em portugues
      *                 ("P") - as telas continuam como estavam; o
      *                 MASTER muda o idioma de quem precisa pelo
      *                 SECADMIN. O resto do registro passa como esta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIDIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECSEL.

      *    O mesmo arquivo fisico do SECFILE, aberto pelo layout
      *    anterior de 143 bytes - este SELECT so existe aqui, para a
      *    leitura unica de conversao.
           SELECT SECVELHO ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\SECFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCV-OPERADOR
           FILE STATUS IS WS-FS-SECVELHO.

       DATA DIVISION.
       FILE SECTION.
       FD SECFILE.
           COPY SECREC.

       FD SECVELHO.
       01 REG-SEC-VELHO.
           03 SCV-OPERADOR               PIC X(10).
           03 SCV-RESTO                  PIC X(133).

       WORKING-STORAGE SECTION.
       77 WS-FS-SECFILE                  PIC 99.
        88 FS-SECFILE-OK                 VALUE 0.
       77 WS-FS-SECVELHO                 PIC 99.
        88 FS-SECVELHO-OK                VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-QTD-REG                     PIC 9(03).
       77 WS-QTD-GRAVADOS                PIC 9(03).
       77 WS-IDX                         PIC 9(03) COMP.

       01 TAB-OPERADORES.
           03 TAB-OPER OCCURS 200 TIMES.
               05 TAB-OPERADOR           PIC X(10).
               05 TAB-RESTO              PIC X(133).

       PROCEDURE DIVISION.

      ******************************************************************
      * P911-CONVERTER: mainline da conversao unica - carrega os
      * operadores do layout anterior para a memoria, regrava o
      * arquivo no layout novo e confere a contagem. Arquivo
      * inexistente (instalacao nova, o SECBOOT semeia) ou ja no
      * layout novo termina sem mexer em nada.
      ******************************************************************
           P911-CONVERTER.

           MOVE ZERO TO WS-QTD-REG
           MOVE ZERO TO WS-QTD-GRAVADOS

           OPEN INPUT SECVELHO

           IF WS-FS-SECVELHO EQUAL 35 THEN
               DISPLAY "SECFILE INEXISTENTE, NADA A CONVERTER"
                       " (O SECBOOT SEMEIA NA PRIMEIRA ABERTURA)"
               GOBACK
           END-IF

           IF NOT FS-SECVELHO-OK THEN
               DISPLAY "SECFILE NAO ABRE PELO LAYOUT ANTERIOR (FS="
                       WS-FS-SECVELHO ") - JA CONVERTIDO OU"
                       " INDISPONIVEL, NADA FOI ALTERADO"
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P912-CARREGA-VELHO THRU P912-FIM UNTIL EOF-OK

           CLOSE SECVELHO

           IF WS-QTD-REG EQUAL ZERO THEN
               DISPLAY "SECFILE VAZIO, NADA A CONVERTER"
               GOBACK
           END-IF

           OPEN OUTPUT SECFILE
           IF NOT FS-SECFILE-OK THEN
               DISPLAY "NAO FOI POSSIVEL REGRAVAR O SECFILE, FS="
                       WS-FS-SECFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P913-GRAVA-NOVO THRU P913-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REG

           CLOSE SECFILE

           IF WS-QTD-GRAVADOS NOT EQUAL WS-QTD-REG THEN
               DISPLAY "ATENCAO: LIDOS " WS-QTD-REG " GRAVADOS "
                       WS-QTD-GRAVADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "SECFILE CONVERTIDO PARA O LAYOUT NOVO, "
                       WS-QTD-REG " OPERADORES PRESERVADOS COM"
                       " TELAS EM PORTUGUES"
           END-IF

           GOBACK.
       P911-FIM.

           P912-CARREGA-VELHO.

           READ SECVELHO NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-QTD-REG LESS 200 THEN
                   ADD 1 TO WS-QTD-REG
                   MOVE SCV-OPERADOR     TO TAB-OPERADOR (WS-QTD-REG)
                   MOVE SCV-RESTO        TO TAB-RESTO (WS-QTD-REG)
               ELSE
                   DISPLAY "MAIS DE 200 OPERADORES? REGISTRO "
                           SCV-OPERADOR " IGNORADO"
               END-IF
           END-READ.
       P912-FIM.

      ******************************************************************
      * P913-GRAVA-NOVO: regrava um operador no layout novo - os 143
      * bytes antigos passam como estao e o idioma nasce portugues.
      ******************************************************************
           P913-GRAVA-NOVO.

           MOVE SPACES                    TO REG-SEC
           MOVE TAB-OPERADOR (WS-IDX)     TO REG-SEC (1:10)
           MOVE TAB-RESTO (WS-IDX)        TO REG-SEC (11:133)
           MOVE "P"                       TO SEC-IDIOMA

           WRITE REG-SEC
           INVALID KEY
               DISPLAY "OPERADOR DUPLICADO, NAO GRAVADO: "
                       TAB-OPERADOR (WS-IDX)
           NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
       P913-FIM.
       END PROGRAM CONVIDIO.
