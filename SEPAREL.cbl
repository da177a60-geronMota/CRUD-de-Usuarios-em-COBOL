      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/SEPARACAO DOS RELATORIOS
      *         IMPRESSOS POR DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: parte RELUSER, DEPUSER, DORREL e
      *                 ANVREL numa copia por departamento, a partir do
      *                 SEPFEED que cada relatorio grava ao lado do
      *                 spool inteiro (rotina SPDGRV). Cada copia tem
      *                 o seu cabecalho, a sua paginacao e o total de
      *                 linhas por pagina, sai numa geracao datada
      *                 (<relatorio>.<departamento>.D<data>) e entra
      *                 no catalogo GERCTLG com o departamento na
      *                 chave. O destinatario vem da tabela de
      *                 distribuicao DSTFILE (CADDEPTO opcao <9>) e a
      *                 folha de controle SEPCTL diz o que saiu para
      *                 quem - acabou o rasgar papel na mao. Rodar
      *                 depois dos relatorios; o SEPFEED separado e
      *                 esvaziado para nao sair de novo na rodada
      *                 seguinte.
      * 15/10/26 GERO - Entrou o RATREL, relatorio de apoio do rateio
      *                 mensal por departamento (RATEDEPT), como quinto
      *                 relatorio separado: cada gestor recebe so os
      *                 periodos do seu departamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPAREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPDSEL.
           COPY SPOSEL.
           COPY SPXSEL.
           COPY SPCSEL.
           COPY DSTSEL.
           COPY DPTSEL.
           COPY GERSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SEPFEED.
           COPY SPDREC.

       SD WRKSEP.
           COPY SPOREC.

       FD SEPSAI.
           COPY SPXREC.

       FD SEPCTL.
           COPY SPCREC.

       FD DSTFILE.
           COPY DSTREC.

       FD DEPFILE.
           COPY DPTREC.

       FD GERCTLG.
           COPY GERREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-SEPSAI                   PIC 99.
        88 FS-SEPSAI-OK                  VALUE 0.
       77 WS-FS-SEPCTL                   PIC 99.
        88 FS-SEPCTL-OK                  VALUE 0.
       77 WS-FS-DSTFILE                  PIC 99.
        88 FS-DSTFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-EOF-ORD                     PIC X.
        88 EOF-ORD-OK                    VALUE "S" FALSE "N".
       77 WS-TEM-DSTFILE                 PIC X.
        88 TEM-DSTFILE                   VALUE "S" FALSE "N".
       77 WS-TEM-DEPFILE                 PIC X.
        88 TEM-DEPFILE                   VALUE "S" FALSE "N".
       77 WS-SAIDA-ABERTA                PIC X.
        88 SAIDA-ABERTA                  VALUE "S" FALSE "N".
       77 WS-TEM-DESTINO                 PIC X.
        88 TEM-DESTINO                   VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-NOME-SEPSAI                 PIC X(60).
       77 WS-DEPTO-ATUAL                 PIC X(10).
       77 WS-DEPTO-ARQ                   PIC X(10).
       77 WS-SECAO-ATUAL                 PIC 9(01).
       77 WS-PAGINA                      PIC 9(04).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-LIN-DEPTO                   PIC 9(06).
       77 WS-LINHA-SEP                   PIC X(132).
       77 WS-LINHA-CTL                   PIC X(132).
       77 WS-DESTINO                     PIC X(30).
       77 WS-LOCAL-DESTINO               PIC X(30).
       77 WS-QTD-COPIAS-REL              PIC 9(04).
       77 WS-QTD-COPIAS                  PIC 9(04).
       77 WS-QTD-SEM-DESTINO             PIC 9(04).
       77 WS-QTD-FALHAS                  PIC 9(04).
       77 WS-QTD-TITULOS                 PIC 9(01).
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-IDT                         PIC 9(02) COMP.
       77 WS-IDC                         PIC 9(02) COMP.

       01 TAB-RELATORIOS-VALORES.
           03 FILLER                     PIC X(08) VALUE "RELUSER".
           03 FILLER                     PIC X(08) VALUE "DEPUSER".
           03 FILLER                     PIC X(08) VALUE "DORREL".
           03 FILLER                     PIC X(08) VALUE "ANVREL".
           03 FILLER                     PIC X(08) VALUE "RATREL".
       01 TAB-RELATORIOS REDEFINES TAB-RELATORIOS-VALORES.
           03 TAB-RELATORIO              PIC X(08) OCCURS 5 TIMES.

       01 TAB-TITULOS.
           03 TAB-TITULO                 PIC X(132) OCCURS 3 TIMES.

       01 TAB-COLUNAS.
           03 TAB-SECAO OCCURS 9 TIMES.
               05 TAB-QTD-COL            PIC 9(01).
               05 TAB-COL-LINHA          PIC X(132) OCCURS 3 TIMES.

           COPY STATWRK.

           COPY DPTVALWK.

           COPY GERWRK.

           COPY SPDWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P521-SEPARAR: mainline - abre a folha de controle, a tabela de
      * distribuicao e o mestre de departamentos, separa cada um dos
      * cinco relatorios e fecha a folha com os totais. Copia sem
      * destinatario na tabela ou relatorio que nao pode ser separado
      * devolvem RETURN-CODE 4, para a operacao olhar a folha.
      ******************************************************************
           P521-SEPARAR.

           MOVE "SEPAREL"           TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-COPIAS
           MOVE ZERO TO WS-QTD-SEM-DESTINO
           MOVE ZERO TO WS-QTD-FALHAS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN OUTPUT SEPCTL
           IF NOT FS-SEPCTL-OK THEN
               MOVE WS-FS-SEPCTL         TO WS-FS-CODIGO
               MOVE "SEPCTL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DSTFILE
           SET TEM-DSTFILE TO FALSE
           IF FS-DSTFILE-OK THEN
               SET TEM-DSTFILE TO TRUE
           END-IF

           OPEN INPUT DEPFILE
           SET TEM-DEPFILE TO FALSE
           IF FS-DEPFILE-OK THEN
               SET TEM-DEPFILE TO TRUE
           END-IF

           PERFORM P522-CABECALHO-CTL THRU P522-FIM

           PERFORM P523-SEPARA-RELATORIO THRU P523-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5

           PERFORM P529-RODAPE-CTL THRU P529-FIM

           CLOSE SEPCTL
           IF TEM-DSTFILE THEN
               CLOSE DSTFILE
           END-IF
           IF TEM-DEPFILE THEN
               CLOSE DEPFILE
           END-IF

           IF WS-QTD-SEM-DESTINO GREATER ZERO OR
              WS-QTD-FALHAS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "COPIAS POR DEPARTAMENTO PRODUZIDAS: "
                   WS-QTD-COPIAS "  SEM DESTINATARIO: "
                   WS-QTD-SEM-DESTINO "  (FOLHA DE CONTROLE EM SEPCTL)"

           GOBACK.
       P521-FIM.

      ******************************************************************
      * P522-CABECALHO-CTL: titulo da folha de controle com a data da
      * separacao.
      ******************************************************************
           P522-CABECALHO-CTL.

           MOVE SPACES TO WS-LINHA-CTL
           STRING "FOLHA DE CONTROLE DA DISTRIBUICAO POR DEPARTAMENTO"
                  DELIMITED BY SIZE
                  " - DATA " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           MOVE ALL "-" TO WS-LINHA-CTL
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           MOVE SPACES TO WS-LINHA-CTL
           STRING "RELATORIO DEPARTAMENTO DESCRICAO"
                  DELIMITED BY SIZE
                  "                       PAGINAS  LINHAS"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL.
       P522-FIM.

      ******************************************************************
      * P523-SEPARA-RELATORIO: um relatorio da tabela - abre o SEPFEED
      * dele, reordena as linhas de detalhe por departamento (SORT) e
      * grava uma copia por departamento. Relatorio sem SEPFEED (nao
      * emitido desde a ultima separacao) so aparece na folha. Depois
      * de separado, o SEPFEED e esvaziado.
      ******************************************************************
           P523-SEPARA-RELATORIO.

           MOVE TAB-RELATORIO (WS-IDX)   TO WS-SPD-RELATORIO
           MOVE ZERO                     TO WS-QTD-COPIAS-REL
           MOVE ZERO                     TO WS-QTD-TITULOS
           INITIALIZE TAB-TITULOS
           INITIALIZE TAB-COLUNAS

           MOVE SPACES TO WS-LINHA-CTL
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           PERFORM P992-NOME-SEPARACAO THRU P992-FIM

           OPEN INPUT SEPFEED
           IF WS-FS-SEPFEED EQUAL 35 THEN
               MOVE SPACES TO WS-LINHA-CTL
               STRING WS-SPD-RELATORIO DELIMITED BY SIZE
                      "  NADA A SEPARAR - NAO EMITIDO DESDE A ULTIMA"
                      DELIMITED BY SIZE
                      " SEPARACAO" DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
               MOVE WS-LINHA-CTL TO SPC-LINHA
               WRITE REG-SEP-CTL
               GO TO P523-FIM
           END-IF

           IF NOT FS-SEPFEED-OK THEN
               MOVE WS-FS-SEPFEED        TO WS-FS-CODIGO
               MOVE "SEPFEED"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               ADD 1                     TO WS-QTD-FALHAS
               MOVE SPACES TO WS-LINHA-CTL
               STRING WS-SPD-RELATORIO DELIMITED BY SIZE
                      "  *** SEPARACAO NAO ABRE, FS=" DELIMITED BY SIZE
                      WS-FS-SEPFEED DELIMITED BY SIZE
                      " - RELATORIO NAO SEPARADO ***" DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
               MOVE WS-LINHA-CTL TO SPC-LINHA
               WRITE REG-SEP-CTL
               GO TO P523-FIM
           END-IF
           SET TEM-SEPFEED TO TRUE

           SORT WRKSEP ON ASCENDING KEY SPO-DEPTO SPO-SEQ
               INPUT PROCEDURE P524-ENTRADA-SORT THRU P524-FIM
               OUTPUT PROCEDURE P526-SAIDA-SORT THRU P526-FIM

           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM

           IF WS-QTD-COPIAS-REL EQUAL ZERO THEN
               MOVE SPACES TO WS-LINHA-CTL
               STRING WS-SPD-RELATORIO DELIMITED BY SIZE
                      "  NENHUMA LINHA POR DEPARTAMENTO NESTA EMISSAO"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
               MOVE WS-LINHA-CTL TO SPC-LINHA
               WRITE REG-SEP-CTL
           END-IF

           OPEN OUTPUT SEPFEED
           CLOSE SEPFEED.
       P523-FIM.

      ******************************************************************
      * P524-ENTRADA-SORT: INPUT PROCEDURE - le o SEPFEED guardando em
      * memoria o titulo e os cabecalhos de colunas de cada secao, e
      * solta para o SORT as linhas de detalhe.
      ******************************************************************
           P524-ENTRADA-SORT.

           SET EOF-OK TO FALSE
           PERFORM P525-LE-SEPARACAO THRU P525-FIM UNTIL EOF-OK.
       P524-FIM.

           P525-LE-SEPARACAO.

           READ SEPFEED
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               EVALUATE TRUE
                   WHEN SPD-TITULO
                       IF WS-QTD-TITULOS LESS 3 THEN
                           ADD 1 TO WS-QTD-TITULOS
                           MOVE SPD-LINHA
                                 TO TAB-TITULO (WS-QTD-TITULOS)
                       END-IF
                   WHEN SPD-COLUNAS
                       IF SPD-SECAO GREATER ZERO AND
                          TAB-QTD-COL (SPD-SECAO) LESS 3 THEN
                           ADD 1 TO TAB-QTD-COL (SPD-SECAO)
                           MOVE SPD-LINHA TO TAB-COL-LINHA
                                (SPD-SECAO TAB-QTD-COL (SPD-SECAO))
                       END-IF
                   WHEN SPD-DETALHE
                       MOVE SPD-DEPTO    TO SPO-DEPTO
                       MOVE SPD-SEQ      TO SPO-SEQ
                       MOVE SPD-SECAO    TO SPO-SECAO
                       MOVE SPD-LINHA    TO SPO-LINHA
                       RELEASE REG-SEP-ORD
               END-EVALUATE
           END-READ.
       P525-FIM.

      ******************************************************************
      * P526-SAIDA-SORT: OUTPUT PROCEDURE - as linhas voltam agrupadas
      * por departamento, na ordem original; a quebra de departamento
      * fecha a copia anterior e abre a seguinte.
      ******************************************************************
           P526-SAIDA-SORT.

           MOVE HIGH-VALUES              TO WS-DEPTO-ATUAL
           SET SAIDA-ABERTA TO FALSE

           SET EOF-ORD-OK TO FALSE
           PERFORM P527-LE-ORDENADO THRU P527-FIM UNTIL EOF-ORD-OK

           IF SAIDA-ABERTA THEN
               PERFORM P505-FECHA-COPIA THRU P505-FIM
           END-IF.
       P526-FIM.

           P527-LE-ORDENADO.

           RETURN WRKSEP
           AT END
               SET EOF-ORD-OK TO TRUE
           NOT AT END
               IF SPO-DEPTO NOT EQUAL WS-DEPTO-ATUAL THEN
                   IF SAIDA-ABERTA THEN
                       PERFORM P505-FECHA-COPIA THRU P505-FIM
                   END-IF
                   PERFORM P503-ABRE-COPIA THRU P503-FIM
               END-IF

               IF SPO-SECAO NOT EQUAL WS-SECAO-ATUAL THEN
                   MOVE SPO-SECAO        TO WS-SECAO-ATUAL
                   MOVE SPACES           TO WS-LINHA-SEP
                   PERFORM P506-GRAVA-LINHA THRU P506-FIM
                   PERFORM P508-COLUNAS-SECAO THRU P508-FIM
               END-IF

               MOVE SPO-LINHA            TO WS-LINHA-SEP
               PERFORM P506-GRAVA-LINHA THRU P506-FIM
               ADD 1                     TO WS-LIN-DEPTO
           END-RETURN.
       P527-FIM.

      ******************************************************************
      * P503-ABRE-COPIA: abre a copia do departamento que chegou do
      * SORT - descricao oficial pela DPTVAL, destinatario pela
      * tabela de distribuicao, nome fisico datado - e imprime o
      * cabecalho da primeira pagina.
      ******************************************************************
           P503-ABRE-COPIA.

           MOVE SPO-DEPTO                TO WS-DEPTO-ATUAL
           MOVE SPO-SECAO                TO WS-SECAO-ATUAL
           MOVE ZERO                     TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG
           MOVE ZERO                     TO WS-LIN-DEPTO

           MOVE SPACES                   TO WS-DEPTO-DESCR
           IF TEM-DEPFILE THEN
               MOVE WS-DEPTO-ATUAL       TO WS-DEPTO-VALIDAR
               PERFORM P970-VALIDA-DEPTO THRU P970-FIM
               IF NOT DEPTO-EXISTE THEN
                   MOVE "(SEM CADASTRO NO DEPFILE)" TO WS-DEPTO-DESCR
               END-IF
           END-IF

           PERFORM P511-BUSCA-DESTINO THRU P511-FIM

           PERFORM P513-NOME-COPIA THRU P513-FIM

           OPEN OUTPUT SEPSAI
           IF NOT FS-SEPSAI-OK THEN
               MOVE WS-FS-SEPSAI         TO WS-FS-CODIGO
               MOVE "SEPSAI"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               ADD 1                     TO WS-QTD-FALHAS
               MOVE SPACES TO WS-LINHA-CTL
               STRING WS-SPD-RELATORIO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DEPTO-ATUAL DELIMITED BY SIZE
                      " *** COPIA NAO GRAVADA, FS=" DELIMITED BY SIZE
                      WS-FS-SEPSAI DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
               MOVE WS-LINHA-CTL TO SPC-LINHA
               WRITE REG-SEP-CTL
               GO TO P503-FIM
           END-IF

           SET SAIDA-ABERTA TO TRUE
           PERFORM P528-CABECALHO-PAGINA THRU P528-FIM.
       P503-FIM.

      ******************************************************************
      * P528-CABECALHO-PAGINA: cabecalho de cada pagina da copia - o
      * titulo do relatorio, o departamento com a pagina propria, o
      * destinatario e as colunas da secao corrente.
      ******************************************************************
           P528-CABECALHO-PAGINA.

           ADD 1 TO WS-PAGINA
           MOVE ZERO TO WS-LIN-PAG

           PERFORM P509-LINHA-TITULO THRU P509-FIM
                   VARYING WS-IDT FROM 1 BY 1
                   UNTIL WS-IDT > WS-QTD-TITULOS

           MOVE SPACES TO WS-LINHA-SEP
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-DEPTO-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPTO-DESCR DELIMITED BY SIZE
                  "   PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA DELIMITED BY SIZE
                  INTO WS-LINHA-SEP
           END-STRING
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA

           MOVE SPACES TO WS-LINHA-SEP
           IF TEM-DESTINO THEN
               STRING "ENTREGAR A: " DELIMITED BY SIZE
                      WS-DESTINO DELIMITED BY SIZE
                      "  EM: " DELIMITED BY SIZE
                      WS-LOCAL-DESTINO DELIMITED BY SIZE
                      INTO WS-LINHA-SEP
               END-STRING
           ELSE
               MOVE "ENTREGAR A: (SEM DESTINATARIO NA TABELA)"
                                         TO WS-LINHA-SEP
           END-IF
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA

           MOVE ALL "=" TO WS-LINHA-SEP
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA

           PERFORM P508-COLUNAS-SECAO THRU P508-FIM.
       P528-FIM.

           P509-LINHA-TITULO.

           MOVE TAB-TITULO (WS-IDT)      TO SPX-LINHA
           WRITE REG-SEP-SAIDA.
       P509-FIM.

      ******************************************************************
      * P508-COLUNAS-SECAO: cabecalho de colunas da secao corrente,
      * quando o relatorio gravou um para ela.
      ******************************************************************
           P508-COLUNAS-SECAO.

           IF WS-SECAO-ATUAL EQUAL ZERO THEN
               GO TO P508-FIM
           END-IF

           PERFORM P504-LINHA-COLUNA THRU P504-FIM
                   VARYING WS-IDC FROM 1 BY 1
                   UNTIL WS-IDC > TAB-QTD-COL (WS-SECAO-ATUAL).
       P508-FIM.

           P504-LINHA-COLUNA.

           MOVE TAB-COL-LINHA (WS-SECAO-ATUAL WS-IDC) TO SPX-LINHA
           WRITE REG-SEP-SAIDA.
       P504-FIM.

      ******************************************************************
      * P506-GRAVA-LINHA: grava WS-LINHA-SEP na copia, fechando a
      * pagina com o total dela e abrindo outra quando a corrente ja
      * tem 20 linhas, como o RELUSER.
      ******************************************************************
           P506-GRAVA-LINHA.

           IF NOT SAIDA-ABERTA THEN
               GO TO P506-FIM
           END-IF

           IF WS-LIN-PAG NOT LESS 20 THEN
               PERFORM P507-RODAPE-PAGINA THRU P507-FIM
               PERFORM P528-CABECALHO-PAGINA THRU P528-FIM
           END-IF

           MOVE WS-LINHA-SEP             TO SPX-LINHA
           WRITE REG-SEP-SAIDA
           ADD 1 TO WS-LIN-PAG.
       P506-FIM.

           P507-RODAPE-PAGINA.

           MOVE ALL "-" TO WS-LINHA-SEP
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA

           MOVE SPACES TO WS-LINHA-SEP
           STRING "LINHAS NESTA PAGINA: " DELIMITED BY SIZE
                  WS-LIN-PAG DELIMITED BY SIZE
                  "   PAGINA " DELIMITED BY SIZE
                  WS-PAGINA DELIMITED BY SIZE
                  INTO WS-LINHA-SEP
           END-STRING
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA.
       P507-FIM.

      ******************************************************************
      * P505-FECHA-COPIA: fecha a ultima pagina e a copia com o total
      * do departamento, registra a geracao no catalogo (arquivo
      * logico do relatorio + departamento) e lanca a copia na folha
      * de controle.
      ******************************************************************
           P505-FECHA-COPIA.

           PERFORM P507-RODAPE-PAGINA THRU P507-FIM

           MOVE SPACES TO WS-LINHA-SEP
           STRING "TOTAL DO DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-LIN-DEPTO DELIMITED BY SIZE
                  " LINHA(S) EM " DELIMITED BY SIZE
                  WS-PAGINA DELIMITED BY SIZE
                  " PAGINA(S)" DELIMITED BY SIZE
                  INTO WS-LINHA-SEP
           END-STRING
           MOVE WS-LINHA-SEP TO SPX-LINHA
           WRITE REG-SEP-SAIDA

           CLOSE SEPSAI
           SET SAIDA-ABERTA TO FALSE

           MOVE WS-SPD-RELATORIO         TO WS-GER-ARQUIVO
           MOVE WS-DEPTO-ATUAL           TO WS-GER-DEPTO
           MOVE WS-NOME-SEPSAI           TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM
           MOVE SPACES                   TO WS-GER-DEPTO

           ADD 1                         TO WS-QTD-COPIAS
           ADD 1                         TO WS-QTD-COPIAS-REL
           IF NOT TEM-DESTINO THEN
               ADD 1                     TO WS-QTD-SEM-DESTINO
           END-IF

           PERFORM P512-LINHA-CTL THRU P512-FIM.
       P505-FIM.

      ******************************************************************
      * P512-LINHA-CTL: as linhas da copia na folha de controle - o
      * que saiu, para quem vai e o nome fisico catalogado.
      ******************************************************************
           P512-LINHA-CTL.

           MOVE SPACES TO WS-LINHA-CTL
           STRING WS-SPD-RELATORIO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEPTO-ATUAL DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DEPTO-DESCR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PAGINA DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LIN-DEPTO DELIMITED BY SIZE
                  INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           MOVE SPACES TO WS-LINHA-CTL
           IF TEM-DESTINO THEN
               STRING "          ENTREGAR A: " DELIMITED BY SIZE
                      WS-DESTINO DELIMITED BY SIZE
                      "  EM: " DELIMITED BY SIZE
                      WS-LOCAL-DESTINO DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
           ELSE
               STRING "          *** SEM DESTINATARIO NA TABELA DE"
                      DELIMITED BY SIZE
                      " DISTRIBUICAO (CADDEPTO OPCAO 9) ***"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CTL
               END-STRING
           END-IF
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           MOVE SPACES TO WS-LINHA-CTL
           STRING "          ARQUIVO: " DELIMITED BY SIZE
                  WS-NOME-SEPSAI DELIMITED BY SIZE
                  INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL.
       P512-FIM.

      ******************************************************************
      * P511-BUSCA-DESTINO: destinatario da copia - a linha do
      * departamento para este relatorio e, na falta dela, a linha
      * padrao do departamento (relatorio em branco).
      ******************************************************************
           P511-BUSCA-DESTINO.

           SET TEM-DESTINO TO FALSE
           MOVE SPACES                   TO WS-DESTINO
           MOVE SPACES                   TO WS-LOCAL-DESTINO

           IF NOT TEM-DSTFILE THEN
               GO TO P511-FIM
           END-IF

           MOVE WS-DEPTO-ATUAL           TO DST-DEPTO
           MOVE WS-SPD-RELATORIO         TO DST-RELATORIO
           READ DSTFILE
           INVALID KEY
               MOVE WS-DEPTO-ATUAL       TO DST-DEPTO
               MOVE SPACES               TO DST-RELATORIO
               READ DSTFILE
               INVALID KEY
                   GO TO P511-FIM
               END-READ
           END-READ

           SET TEM-DESTINO TO TRUE
           MOVE DST-DESTINATARIO         TO WS-DESTINO
           MOVE DST-LOCAL                TO WS-LOCAL-DESTINO.
       P511-FIM.

      ******************************************************************
      * P513-NOME-COPIA: monta o nome fisico datado da copia,
      * <relatorio>.<departamento>.D<data>; espacos no codigo do
      * departamento viram "_" e o departamento em branco sai como
      * SEMDEPTO.
      ******************************************************************
           P513-NOME-COPIA.

           MOVE WS-DEPTO-ATUAL           TO WS-DEPTO-ARQ
           IF WS-DEPTO-ARQ EQUAL SPACES THEN
               MOVE "SEMDEPTO"           TO WS-DEPTO-ARQ
           END-IF
           INSPECT WS-DEPTO-ARQ REPLACING ALL SPACE BY "_"

           MOVE SPACES                   TO WS-NOME-SEPSAI
           STRING "C:\Users\PC\Desktop\CRUD\" DELIMITED BY SIZE
                  WS-SPD-RELATORIO       DELIMITED BY SPACE
                  "."                    DELIMITED BY SIZE
                  WS-DEPTO-ARQ           DELIMITED BY "__"
                  ".D"                   DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  ".cbl"                 DELIMITED BY SIZE
                  INTO WS-NOME-SEPSAI
           END-STRING.
       P513-FIM.

      ******************************************************************
      * P529-RODAPE-CTL: totais da folha de controle.
      ******************************************************************
           P529-RODAPE-CTL.

           MOVE ALL "-" TO WS-LINHA-CTL
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL

           MOVE SPACES TO WS-LINHA-CTL
           STRING "COPIAS PRODUZIDAS: " DELIMITED BY SIZE
                  WS-QTD-COPIAS DELIMITED BY SIZE
                  "   SEM DESTINATARIO: " DELIMITED BY SIZE
                  WS-QTD-SEM-DESTINO DELIMITED BY SIZE
                  "   FALHAS: " DELIMITED BY SIZE
                  WS-QTD-FALHAS DELIMITED BY SIZE
                  INTO WS-LINHA-CTL
           END-STRING
           MOVE WS-LINHA-CTL TO SPC-LINHA
           WRITE REG-SEP-CTL.
       P529-FIM.

           COPY STATCHK.

           COPY DPTVAL.

           COPY GERGRV.

           COPY SPDGRV.
       END PROGRAM SEPAREL.
