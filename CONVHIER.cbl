      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONVERSAO UNICA DO LAYOUT DO
      *         DEPFILE PARA A HIERARQUIA
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: conversao de uma unica vez do
      *                 DEPFILE gravado no layout de 46 bytes (sem
      *                 DPT-PAI) para o layout atual de DPTREC, no
      *                 molde do CONVDEPT: le pelo layout antigo,
      *                 regrava do zero com todo departamento nascendo
      *                 como raiz da hierarquia (pai em branco), e
      *                 recusa rodar de novo (o layout antigo ja nao
      *                 abre depois da conversao). A arvore e montada
      *                 depois, pelo CADDEPTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHIER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DPTSEL.

      *    O mesmo arquivo fisico do DEPFILE, aberto pelo layout
      *    antigo de 46 bytes - este SELECT so existe aqui, para a
      *    leitura unica de conversao; nenhum outro programa deve
      *    voltar a usar o layout velho.
           SELECT DEPVELHO ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\DEPFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPV-CODIGO
           FILE STATUS IS WS-FS-DEPVELHO.

       DATA DIVISION.
       FILE SECTION.
       FD DEPFILE.
           COPY DPTREC.

       FD DEPVELHO.
       01 REG-DEPTO-VELHO.
           03 DPV-CODIGO                 PIC X(10).
           03 DPV-DESCRICAO              PIC X(30).
           03 DPV-STATUS                 PIC X(01).
           03 DPV-VAGAS                  PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-DEPVELHO                 PIC 99.
        88 FS-DEPVELHO-OK                VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-QTD-REG                     PIC 9(03).
       77 WS-IDX                         PIC 9(03) COMP.

       01 TAB-DEPTOS.
           03 TAB-DEPTO OCCURS 200 TIMES.
               05 TAB-CODIGO             PIC X(10).
               05 TAB-DESCRICAO          PIC X(30).
               05 TAB-STATUS             PIC X(01).
               05 TAB-VAGAS              PIC 9(05).

       PROCEDURE DIVISION.

      ******************************************************************
      * P963-CONVERTER: mainline da conversao unica - carrega os
      * departamentos do layout de 46 bytes para a memoria, regrava o
      * arquivo no layout novo e confere a contagem. Arquivo
      * inexistente ou ja no layout novo termina sem mexer em nada.
      ******************************************************************
           P963-CONVERTER.

           MOVE ZERO TO WS-QTD-REG

           OPEN INPUT DEPVELHO

           IF WS-FS-DEPVELHO EQUAL 35 THEN
               DISPLAY "DEPFILE INEXISTENTE, NADA A CONVERTER"
               GOBACK
           END-IF

           IF NOT FS-DEPVELHO-OK THEN
               DISPLAY "DEPFILE NAO ABRE PELO LAYOUT ANTIGO (FS="
                       WS-FS-DEPVELHO ") - JA CONVERTIDO OU"
                       " INDISPONIVEL, NADA FOI ALTERADO"
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P964-CARREGA-VELHO THRU P964-FIM UNTIL EOF-OK

           CLOSE DEPVELHO

           IF WS-QTD-REG EQUAL ZERO THEN
               DISPLAY "DEPFILE VAZIO, NADA A CONVERTER"
               GOBACK
           END-IF

           OPEN OUTPUT DEPFILE
           IF NOT FS-DEPFILE-OK THEN
               DISPLAY "NAO FOI POSSIVEL REGRAVAR O DEPFILE, FS="
                       WS-FS-DEPFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P965-GRAVA-NOVO THRU P965-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REG

           CLOSE DEPFILE

           DISPLAY "DEPFILE CONVERTIDO PARA O LAYOUT COM HIERARQUIA, "
                   WS-QTD-REG " DEPARTAMENTOS PRESERVADOS COMO RAIZ"

           GOBACK.
       P963-FIM.

           P964-CARREGA-VELHO.

           READ DEPVELHO NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-QTD-REG LESS 200 THEN
                   ADD 1 TO WS-QTD-REG
                   MOVE DPV-CODIGO       TO TAB-CODIGO (WS-QTD-REG)
                   MOVE DPV-DESCRICAO    TO TAB-DESCRICAO (WS-QTD-REG)
                   MOVE DPV-STATUS       TO TAB-STATUS (WS-QTD-REG)
                   MOVE DPV-VAGAS        TO TAB-VAGAS (WS-QTD-REG)
               ELSE
                   DISPLAY "MAIS DE 200 DEPARTAMENTOS? REGISTRO "
                           DPV-CODIGO " IGNORADO"
               END-IF
           END-READ.
       P964-FIM.

      ******************************************************************
      * P965-GRAVA-NOVO: regrava um departamento no layout novo -
      * status e teto preservados, todo mundo nasce sem departamento
      * pai (raiz da hierarquia).
      ******************************************************************
           P965-GRAVA-NOVO.

           MOVE TAB-CODIGO (WS-IDX)      TO DPT-CODIGO
           MOVE TAB-DESCRICAO (WS-IDX)   TO DPT-DESCRICAO
           MOVE TAB-STATUS (WS-IDX)      TO DPT-STATUS
           MOVE TAB-VAGAS (WS-IDX)       TO DPT-VAGAS
           MOVE SPACES                   TO DPT-PAI

           WRITE REG-DEPTO.
       P965-FIM.
       END PROGRAM CONVHIER.
