      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/TENDENCIA DE DOZE MESES DO
      *         QUADRO POR DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: le as fotografias mensais do
      *                 DPTHIST (gravadas pelo FOTODEPT no fechamento
      *                 de mes) e imprime em TENDREL, por departamento,
      *                 os doze meses lado a lado terminando no mes
      *                 pedido na entrada (ENTER = ultima fotografia):
      *                 ativos, inativos, teto de vagas, entradas e
      *                 saidas, a variacao dos ativos contra o mesmo
      *                 mes do ano anterior e o saldo contra o teto
      *                 orcado. Mes sem fotografia sai com "-".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDDEPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DPHSEL.
           COPY DPTSEL.
           COPY TNDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DPTHIST.
           COPY DPHREC.

       FD DEPFILE.
           COPY DPTREC.

       FD TENDREL.
           COPY TNDREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-DPTHIST                  PIC 99.
        88 FS-DPTHIST-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-TENDREL                  PIC 99.
        88 FS-TENDREL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-AAAAMM                      PIC 9(06).
       77 WS-AAAAMM-INI                  PIC 9(06).
       77 WS-ANO                         PIC 9(04).
       77 WS-MES                         PIC 9(02).
       77 WS-MESES-INI                   PIC 9(06).
       77 WS-MESES-LIDO                  PIC 9(06).
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-MDX                         PIC 9(02) COMP.
       77 WS-MDX-ANT                     PIC 9(02) COMP.
       77 WS-TDX                         PIC 9(02) COMP.
       77 WS-POS                         PIC 9(03) COMP.
       77 WS-QTD-DEPTOS                  PIC 9(02) COMP VALUE ZERO.
       77 WS-QTD-FOTOS                   PIC 9(06).
       77 WS-DEPTO-ACHADO                PIC X.
        88 DEPTO-ACHADO                  VALUE "S" FALSE "N".
       77 WS-TAB-CHEIA                   PIC X.
        88 TAB-CHEIA                     VALUE "S" FALSE "N".
       77 WS-TIPO-LINHA                  PIC 9(01).
        88 LINHA-ATIVOS                  VALUE 1.
        88 LINHA-INATIVOS                VALUE 2.
        88 LINHA-TETO                    VALUE 3.
        88 LINHA-ENTRADAS                VALUE 4.
        88 LINHA-SAIDAS                  VALUE 5.
        88 LINHA-VAR-ANO                 VALUE 6.
        88 LINHA-VAR-TETO                VALUE 7.
       77 WS-VARIACAO                    PIC S9(06).
       77 WS-VALOR-ED                    PIC Z(6)9.
       77 WS-VARIACAO-ED                 PIC -(6)9.
       77 WS-CELULA                      PIC X(08).
       77 WS-LINHA-TND                   PIC X(132).

       01 TAB-ROTULOS-VALORES.
           03 FILLER                     PIC X(14) VALUE "ATIVOS".
           03 FILLER                     PIC X(14) VALUE "INATIVOS".
           03 FILLER                     PIC X(14) VALUE "TETO VAGAS".
           03 FILLER                     PIC X(14) VALUE "ENTRADAS".
           03 FILLER                     PIC X(14) VALUE "SAIDAS".
           03 FILLER                     PIC X(14) VALUE "VAR ANO ANT".
           03 FILLER                     PIC X(14) VALUE "SALDO TETO".
       01 TAB-ROTULOS REDEFINES TAB-ROTULOS-VALORES.
           03 TAB-ROTULO                 PIC X(14) OCCURS 7 TIMES.

       01 TAB-MESES.
           03 TAB-AAAAMM                 PIC 9(06) OCCURS 24 TIMES.

       01 TAB-TENDENCIA.
           03 TAB-TD OCCURS 50 TIMES.
               05 TAB-TD-DEPTO           PIC X(10).
               05 TAB-TD-MES OCCURS 24 TIMES.
                   07 TAB-TD-TEM         PIC X(01).
                    88 TAB-TD-TEM-FOTO   VALUE "S" FALSE "N".
                   07 TAB-TD-ATIVO       PIC 9(06).
                   07 TAB-TD-INATIVO     PIC 9(06).
                   07 TAB-TD-VAGAS       PIC 9(05).
                   07 TAB-TD-ENTRADAS    PIC 9(06).
                   07 TAB-TD-SAIDAS      PIC 9(06).

           COPY STATWRK.

           COPY DPTVALWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P631-TENDENCIA: mainline - pede o mes final, monta a janela de
      * vinte e quatro meses (os doze impressos mais os doze do ano
      * anterior, base da variacao), carrega as fotografias e imprime
      * um bloco por departamento.
      ******************************************************************
           P631-TENDENCIA.

           MOVE "TENDDEPT"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO                     TO WS-QTD-DEPTOS
           MOVE ZERO                     TO WS-QTD-FOTOS
           SET TAB-CHEIA TO FALSE

           OPEN INPUT DPTHIST
           IF NOT FS-DPTHIST-OK THEN
               MOVE WS-FS-DPTHIST        TO WS-FS-CODIGO
               MOVE "DPTHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "SEM FOTOGRAFIAS MENSAIS (DPTHIST), NADA A"
                       " RELATAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "MES FINAL DA TENDENCIA (AAAAMM, ENTER = ULTIMA"
                   " FOTOGRAFIA)"
           ACCEPT WS-AAAAMM
           IF WS-AAAAMM EQUAL ZERO THEN
               PERFORM P632-ACHA-ULTIMA THRU P632-FIM
           END-IF

           IF WS-AAAAMM EQUAL ZERO THEN
               DISPLAY "DPTHIST SEM NENHUMA FOTOGRAFIA, NADA A RELATAR"
               CLOSE DPTHIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P633-MONTA-MESES THRU P633-FIM

           MOVE WS-AAAAMM-INI            TO DPH-AAAAMM
           MOVE SPACES                   TO DPH-DEPTO
           SET EOF-OK TO FALSE
           START DPTHIST KEY IS NOT LESS DPH-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P636-CARREGA-FOTO THRU P636-FIM UNTIL EOF-OK
           END-START

           CLOSE DPTHIST

           OPEN OUTPUT TENDREL
           IF NOT FS-TENDREL-OK THEN
               MOVE WS-FS-TENDREL        TO WS-FS-CODIGO
               MOVE "TENDREL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P543-CABECALHO THRU P543-FIM

           OPEN INPUT DEPFILE

           PERFORM P639-IMPRIME-DEPTO THRU P639-FIM
                   VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-QTD-DEPTOS

           CLOSE DEPFILE

           PERFORM P544-RODAPE THRU P544-FIM

           CLOSE TENDREL

           DISPLAY "TENDENCIA POR DEPARTAMENTO GRAVADA EM TENDREL"

           IF TAB-CHEIA THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P631-FIM.

      ******************************************************************
      * P632-ACHA-ULTIMA: varre o DPTHIST e guarda o maior mes
      * fotografado - a chave comeca pelo mes, o ultimo lido e o
      * mais recente.
      ******************************************************************
           P632-ACHA-ULTIMA.

           SET EOF-OK TO FALSE
           PERFORM P637-LE-ULTIMA THRU P637-FIM UNTIL EOF-OK

           CLOSE DPTHIST
           OPEN INPUT DPTHIST.
       P632-FIM.

           P637-LE-ULTIMA.

           READ DPTHIST NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE DPH-AAAAMM           TO WS-AAAAMM
           END-READ.
       P637-FIM.

      ******************************************************************
      * P633-MONTA-MESES: preenche TAB-AAAAMM com os vinte e quatro
      * meses que terminam no mes final, do mais antigo para o mais
      * novo; as posicoes 13 a 24 sao as impressas e a posicao - 12
      * de cada uma e o mesmo mes do ano anterior.
      ******************************************************************
           P633-MONTA-MESES.

           MOVE WS-AAAAMM(1:4)           TO WS-ANO
           MOVE WS-AAAAMM(5:2)           TO WS-MES
           PERFORM P634-VOLTA-MES THRU P634-FIM 23 TIMES
           COMPUTE WS-AAAAMM-INI = WS-ANO * 100 + WS-MES
           COMPUTE WS-MESES-INI = WS-ANO * 12 + WS-MES

           PERFORM P638-PREENCHE-MES THRU P638-FIM
                   VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 24.
       P633-FIM.

           P634-VOLTA-MES.

           IF WS-MES EQUAL 1 THEN
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF.
       P634-FIM.

           P638-PREENCHE-MES.

           COMPUTE TAB-AAAAMM (WS-MDX) = WS-ANO * 100 + WS-MES

           IF WS-MES EQUAL 12 THEN
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANO
           ELSE
               ADD 1 TO WS-MES
           END-IF.
       P638-FIM.

      ******************************************************************
      * P636-CARREGA-FOTO: cada fotografia da janela vai para a
      * posicao do seu mes na linha do departamento.
      ******************************************************************
           P636-CARREGA-FOTO.

           READ DPTHIST NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P636-FIM
           END-READ

           IF DPH-AAAAMM GREATER WS-AAAAMM THEN
               SET EOF-OK TO TRUE
               GO TO P636-FIM
           END-IF

           MOVE DPH-AAAAMM(1:4)          TO WS-ANO
           MOVE DPH-AAAAMM(5:2)          TO WS-MES
           COMPUTE WS-MESES-LIDO = WS-ANO * 12 + WS-MES
           COMPUTE WS-MDX = WS-MESES-LIDO - WS-MESES-INI + 1

           PERFORM P541-ACHA-DEPTO THRU P541-FIM
           IF NOT DEPTO-ACHADO THEN
               GO TO P636-FIM
           END-IF

           ADD 1 TO WS-QTD-FOTOS
           SET TAB-TD-TEM-FOTO (WS-IDX WS-MDX) TO TRUE
           MOVE DPH-QTD-ATIVO     TO TAB-TD-ATIVO (WS-IDX WS-MDX)
           MOVE DPH-QTD-INATIVO   TO TAB-TD-INATIVO (WS-IDX WS-MDX)
           MOVE DPH-VAGAS         TO TAB-TD-VAGAS (WS-IDX WS-MDX)
           MOVE DPH-QTD-ENTRADAS  TO TAB-TD-ENTRADAS (WS-IDX WS-MDX)
           MOVE DPH-QTD-SAIDAS    TO TAB-TD-SAIDAS (WS-IDX WS-MDX).
       P636-FIM.

      ******************************************************************
      * P541-ACHA-DEPTO: posicao do DPH-DEPTO na tabela em WS-IDX,
      * criando a linha (sem fotografia em mes nenhum) na primeira vez.
      ******************************************************************
           P541-ACHA-DEPTO.

           SET DEPTO-ACHADO TO FALSE
           PERFORM P542-COMPARA-DEPTO THRU P542-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEPTOS OR DEPTO-ACHADO

           IF DEPTO-ACHADO THEN
               SUBTRACT 1 FROM WS-IDX
               GO TO P541-FIM
           END-IF

           IF WS-QTD-DEPTOS NOT LESS 50 THEN
               IF NOT TAB-CHEIA THEN
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA, "
                           "DEPARTAMENTO " DPH-DEPTO
                           " E SEGUINTES FORA DA TENDENCIA"
               END-IF
               SET TAB-CHEIA TO TRUE
               GO TO P541-FIM
           END-IF

           ADD 1                         TO WS-QTD-DEPTOS
           MOVE WS-QTD-DEPTOS            TO WS-IDX
           MOVE DPH-DEPTO                TO TAB-TD-DEPTO (WS-IDX)
           PERFORM P546-ZERA-MES THRU P546-FIM
                   VARYING WS-MDX-ANT FROM 1 BY 1
                   UNTIL WS-MDX-ANT > 24
           SET DEPTO-ACHADO TO TRUE.
       P541-FIM.

           P542-COMPARA-DEPTO.

           IF TAB-TD-DEPTO (WS-IDX) EQUAL DPH-DEPTO THEN
               SET DEPTO-ACHADO TO TRUE
           END-IF.
       P542-FIM.

           P546-ZERA-MES.

           SET TAB-TD-TEM-FOTO (WS-IDX WS-MDX-ANT) TO FALSE
           MOVE ZERO TO TAB-TD-ATIVO (WS-IDX WS-MDX-ANT)
           MOVE ZERO TO TAB-TD-INATIVO (WS-IDX WS-MDX-ANT)
           MOVE ZERO TO TAB-TD-VAGAS (WS-IDX WS-MDX-ANT)
           MOVE ZERO TO TAB-TD-ENTRADAS (WS-IDX WS-MDX-ANT)
           MOVE ZERO TO TAB-TD-SAIDAS (WS-IDX WS-MDX-ANT).
       P546-FIM.

      ******************************************************************
      * P543-CABECALHO: titulo do relatorio com a janela impressa.
      ******************************************************************
           P543-CABECALHO.

           MOVE SPACES TO WS-LINHA-TND
           STRING "TENDENCIA DO QUADRO POR DEPARTAMENTO - MESES "
                  DELIMITED BY SIZE
                  TAB-AAAAMM (13)        DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  TAB-AAAAMM (24)        DELIMITED BY SIZE
                  " - EMITIDO EM "       DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-TND
           END-STRING
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE ALL "=" TO WS-LINHA-TND
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL.
       P543-FIM.

      ******************************************************************
      * P639-IMPRIME-DEPTO: bloco de um departamento - codigo e
      * descricao do DEPFILE, a linha dos meses e uma linha por
      * medida, doze colunas cada.
      ******************************************************************
           P639-IMPRIME-DEPTO.

           MOVE TAB-TD-DEPTO (WS-TDX)    TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM
           IF NOT DEPTO-EXISTE THEN
               MOVE "(SEM CADASTRO NO DEPFILE)" TO WS-DEPTO-DESCR
           END-IF

           MOVE SPACES TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE SPACES TO WS-LINHA-TND
           STRING "DEPARTAMENTO: "       DELIMITED BY SIZE
                  TAB-TD-DEPTO (WS-TDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DEPTO-DESCR         DELIMITED BY SIZE
                  INTO WS-LINHA-TND
           END-STRING
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE SPACES TO WS-LINHA-TND
           PERFORM P547-ROTULO-MES THRU P547-FIM
                   VARYING WS-MDX FROM 13 BY 1 UNTIL WS-MDX > 24
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE ALL "-" TO WS-LINHA-TND
           MOVE SPACES TO WS-LINHA-TND(111:)
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL

           PERFORM P548-LINHA-MEDIDA THRU P548-FIM
                   VARYING WS-TIPO-LINHA FROM 1 BY 1
                   UNTIL WS-TIPO-LINHA > 7.
       P639-FIM.

           P547-ROTULO-MES.

           COMPUTE WS-POS = 15 + (WS-MDX - 13) * 8
           MOVE SPACES                   TO WS-CELULA
           STRING " "                    DELIMITED BY SIZE
                  TAB-AAAAMM (WS-MDX)(5:2) DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  TAB-AAAAMM (WS-MDX)(1:4) DELIMITED BY SIZE
                  INTO WS-CELULA
           END-STRING
           MOVE WS-CELULA                TO WS-LINHA-TND(WS-POS:8).
       P547-FIM.

           P548-LINHA-MEDIDA.

           MOVE SPACES TO WS-LINHA-TND
           MOVE TAB-ROTULO (WS-TIPO-LINHA) TO WS-LINHA-TND(1:14)
           PERFORM P549-CELULA THRU P549-FIM
                   VARYING WS-MDX FROM 13 BY 1 UNTIL WS-MDX > 24
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL.
       P548-FIM.

      ******************************************************************
      * P549-CELULA: uma coluna de uma medida. Mes sem fotografia sai
      * com "-"; a variacao contra o ano anterior tambem, se o mesmo
      * mes do ano anterior nao foi fotografado; o saldo contra o teto
      * sai "S/TETO" quando o departamento nao tinha teto no mes.
      ******************************************************************
           P549-CELULA.

           COMPUTE WS-POS = 15 + (WS-MDX - 13) * 8
           COMPUTE WS-MDX-ANT = WS-MDX - 12
           MOVE "       -"               TO WS-CELULA

           IF NOT TAB-TD-TEM-FOTO (WS-TDX WS-MDX) THEN
               GO TO P549-GRAVA
           END-IF

           EVALUATE TRUE
               WHEN LINHA-ATIVOS
                   MOVE TAB-TD-ATIVO (WS-TDX WS-MDX) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED      TO WS-CELULA(2:7)
               WHEN LINHA-INATIVOS
                   MOVE TAB-TD-INATIVO (WS-TDX WS-MDX) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED      TO WS-CELULA(2:7)
               WHEN LINHA-TETO
                   MOVE TAB-TD-VAGAS (WS-TDX WS-MDX) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED      TO WS-CELULA(2:7)
               WHEN LINHA-ENTRADAS
                   MOVE TAB-TD-ENTRADAS (WS-TDX WS-MDX) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED      TO WS-CELULA(2:7)
               WHEN LINHA-SAIDAS
                   MOVE TAB-TD-SAIDAS (WS-TDX WS-MDX) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED      TO WS-CELULA(2:7)
               WHEN LINHA-VAR-ANO
                   IF TAB-TD-TEM-FOTO (WS-TDX WS-MDX-ANT) THEN
                       COMPUTE WS-VARIACAO =
                           TAB-TD-ATIVO (WS-TDX WS-MDX)
                         - TAB-TD-ATIVO (WS-TDX WS-MDX-ANT)
                       MOVE WS-VARIACAO  TO WS-VARIACAO-ED
                       MOVE WS-VARIACAO-ED TO WS-CELULA(2:7)
                   END-IF
               WHEN LINHA-VAR-TETO
                   IF TAB-TD-VAGAS (WS-TDX WS-MDX) EQUAL ZERO THEN
                       MOVE "  S/TETO"   TO WS-CELULA
                   ELSE
                       COMPUTE WS-VARIACAO =
                           TAB-TD-VAGAS (WS-TDX WS-MDX)
                         - TAB-TD-ATIVO (WS-TDX WS-MDX)
                       MOVE WS-VARIACAO  TO WS-VARIACAO-ED
                       MOVE WS-VARIACAO-ED TO WS-CELULA(2:7)
                   END-IF
           END-EVALUATE.

       P549-GRAVA.
           MOVE WS-CELULA                TO WS-LINHA-TND(WS-POS:8).
       P549-FIM.

      ******************************************************************
      * P544-RODAPE: quantas fotografias e departamentos entraram, e a
      * leitura do saldo contra o teto (negativo = acima do teto).
      ******************************************************************
           P544-RODAPE.

           MOVE SPACES TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE ALL "=" TO WS-LINHA-TND
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL

           MOVE SPACES TO WS-LINHA-TND
           STRING "FOTOGRAFIAS LIDAS: "  DELIMITED BY SIZE
                  WS-QTD-FOTOS           DELIMITED BY SIZE
                  "   SALDO TETO NEGATIVO = ACIMA DO TETO ORCADO"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-TND
           END-STRING
           MOVE WS-LINHA-TND TO TND-LINHA
           WRITE REG-TEND-REL.
       P544-FIM.

           COPY DPTVAL.
           COPY STATCHK.
       END PROGRAM TENDDEPT.
