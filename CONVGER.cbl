      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONVERSAO UNICA DO GERCTLG PARA
      *         A CHAVE COM DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: conversao de uma unica vez do
      *                 catalogo GERCTLG gravado no layout de 80 bytes
      *                 (chave arquivo + data) para o layout atual de
      *                 GERREC, com GER-DEPTO no meio da chave e o
      *                 nome fisico em 60 posicoes. Le o arquivo pelo
      *                 layout anterior (um SELECT proprio para o mesmo
      *                 arquivo fisico), guarda as
      *                 geracoes em memoria e regrava do zero com o
      *                 departamento em branco - todas as geracoes
      *                 antigas sao de saidas inteiras.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GERSEL.

      *    O mesmo arquivo fisico do GERCTLG, aberto pelo layout
      *    anterior de 80 bytes - este SELECT so existe aqui, para a
      *    leitura unica de conversao.
           SELECT GERVELHO ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\GERCTLG.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRV-CHAVE
           FILE STATUS IS WS-FS-GERVELHO.

       DATA DIVISION.
       FILE SECTION.
       FD GERCTLG.
           COPY GERREC.

       FD GERVELHO.
       01 REG-GER-VELHO.
           03 GRV-CHAVE.
               05 GRV-ARQUIVO            PIC X(08).
               05 GRV-DATA               PIC 9(08).
           03 GRV-NOME                   PIC X(50).
           03 GRV-DATA-HORA              PIC 9(14).

       WORKING-STORAGE SECTION.
       77 WS-FS-GERCTLG                  PIC 99.
        88 FS-GERCTLG-OK                 VALUE 0.
       77 WS-FS-GERVELHO                 PIC 99.
        88 FS-GERVELHO-OK                VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-QTD-REG                     PIC 9(04).
       77 WS-QTD-GRAVADOS                PIC 9(04).
       77 WS-IDX                         PIC 9(04) COMP.

       01 TAB-GERACOES.
           03 TAB-GER OCCURS 2000 TIMES.
               05 TAB-ARQUIVO            PIC X(08).
               05 TAB-DATA               PIC 9(08).
               05 TAB-NOME               PIC X(50).
               05 TAB-DATA-HORA          PIC 9(14).

       PROCEDURE DIVISION.

      ******************************************************************
      * P448-CONVERTER: mainline da conversao unica - carrega as
      * geracoes do layout anterior para a memoria, regrava o catalogo
      * no layout novo e confere a contagem. Catalogo inexistente
      * (a GERGRV cria na primeira geracao) ou ja no layout novo
      * termina sem mexer em nada.
      ******************************************************************
           P448-CONVERTER.

           MOVE ZERO TO WS-QTD-REG
           MOVE ZERO TO WS-QTD-GRAVADOS

           OPEN INPUT GERVELHO

           IF WS-FS-GERVELHO EQUAL 35 THEN
               DISPLAY "GERCTLG INEXISTENTE, NADA A CONVERTER"
                       " (A GERGRV CRIA NA PRIMEIRA GERACAO)"
               GOBACK
           END-IF

           IF NOT FS-GERVELHO-OK THEN
               DISPLAY "GERCTLG NAO ABRE PELO LAYOUT ANTERIOR (FS="
                       WS-FS-GERVELHO ") - JA CONVERTIDO OU"
                       " INDISPONIVEL, NADA FOI ALTERADO"
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P449-CARREGA-VELHO THRU P449-FIM UNTIL EOF-OK

           CLOSE GERVELHO

           IF WS-QTD-REG EQUAL ZERO THEN
               DISPLAY "GERCTLG VAZIO, NADA A CONVERTER"
               GOBACK
           END-IF

           OPEN OUTPUT GERCTLG
           IF NOT FS-GERCTLG-OK THEN
               DISPLAY "NAO FOI POSSIVEL REGRAVAR O GERCTLG, FS="
                       WS-FS-GERCTLG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P451-GRAVA-NOVO THRU P451-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REG

           CLOSE GERCTLG

           IF WS-QTD-GRAVADOS NOT EQUAL WS-QTD-REG THEN
               DISPLAY "ATENCAO: LIDAS " WS-QTD-REG " GRAVADAS "
                       WS-QTD-GRAVADOS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GERCTLG CONVERTIDO PARA O LAYOUT NOVO, "
                       WS-QTD-REG " GERACOES PRESERVADAS"
           END-IF

           GOBACK.
       P448-FIM.

           P449-CARREGA-VELHO.

           READ GERVELHO NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-QTD-REG LESS 2000 THEN
                   ADD 1 TO WS-QTD-REG
                   MOVE GRV-ARQUIVO      TO TAB-ARQUIVO (WS-QTD-REG)
                   MOVE GRV-DATA         TO TAB-DATA (WS-QTD-REG)
                   MOVE GRV-NOME         TO TAB-NOME (WS-QTD-REG)
                   MOVE GRV-DATA-HORA    TO TAB-DATA-HORA (WS-QTD-REG)
               ELSE
                   DISPLAY "MAIS DE 2000 GERACOES? REGISTRO "
                           GRV-ARQUIVO " " GRV-DATA " IGNORADO"
               END-IF
           END-READ.
       P449-FIM.

      ******************************************************************
      * P451-GRAVA-NOVO: regrava uma geracao no layout novo, com o
      * departamento em branco (saida inteira).
      ******************************************************************
           P451-GRAVA-NOVO.

           MOVE TAB-ARQUIVO (WS-IDX)      TO GER-ARQUIVO
           MOVE SPACES                    TO GER-DEPTO
           MOVE TAB-DATA (WS-IDX)         TO GER-DATA
           MOVE TAB-NOME (WS-IDX)         TO GER-NOME
           MOVE TAB-DATA-HORA (WS-IDX)    TO GER-DATA-HORA

           WRITE REG-GERACAO
           INVALID KEY
               DISPLAY "GERACAO DUPLICADA, NAO GRAVADA: "
                       TAB-ARQUIVO (WS-IDX) " " TAB-DATA (WS-IDX)
           NOT INVALID KEY
               ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
       P451-FIM.
       END PROGRAM CONVGER.
