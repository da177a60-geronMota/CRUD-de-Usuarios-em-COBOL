      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CAPACIDADE E ESGOTAMENTO DE
      *         CODIGOS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo de fechamento de mes da
      *                 corrente do CTLNOITE. Imprime em CAPAREL o
      *                 ultimo numero emitido de cada sequencia do
      *                 CADCTRL (CD-USER, PEN-ID, LGP-ID, AGD-ID e
      *                 FLR-ID, todas de seis digitos e sem reuso), a
      *                 quantidade de registros dos cadastros mestres e
      *                 dos logs, o crescimento por mes e a data em que
      *                 cada sequencia se esgota e cada arquivo chega
      *                 ao limite do registro "Y" de CADCTRL (mantido
      *                 pelo LIMCAPAC). A base do crescimento e o
      *                 CAPHIST, que o proprio passo grava todo mes; sem
      *                 historico ainda, vale a fotografia do DPTHIST
      *                 para o CADUSER e o CD-USER e a media por noite
      *                 do JOBHIST para os demais. Item que esgota
      *                 dentro do horizonte de alerta sai marcado e o
      *                 passo termina com RETURN-CODE 4 (aviso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAPAC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEQSEL.
           COPY CALSEL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY PENSEL.
           COPY AUDSEL.
           COPY ACSSEL.
           COPY SEGSEL.
           COPY JRNSEL.
           COPY CPHSEL.
           COPY JBHSEL.
           COPY DPHSEL.
           COPY CAPSEL.
           COPY CPRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       FD CALFILE.
           COPY CALREC.

       FD CADUSER.
           COPY CADREC.

       FD CPLFILE.
           COPY CPLREC.

       FD PENFILE.
           COPY PENREC.

       FD AUDLOG.
           COPY AUDREC.

       FD ACSLOG.
           COPY ACSREC.

       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       FD CPLHIST.
           COPY CPHREC.

       FD JOBHIST.
           COPY JBHREC.

       FD DPTHIST.
           COPY DPHREC.

       FD CAPHIST.
           COPY CAPREC.

       FD CAPAREL.
           COPY CPRREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-PENFILE                  PIC 99.
        88 FS-PENFILE-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-ACSLOG                   PIC 99.
        88 FS-ACSLOG-OK                  VALUE 0.
       77 WS-FS-SEGLOG                   PIC 99.
        88 FS-SEGLOG-OK                  VALUE 0.
       77 WS-FS-JRNUSER                  PIC 99.
        88 FS-JRNUSER-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-FS-JOBHIST                  PIC 99.
        88 FS-JOBHIST-OK                 VALUE 0.
       77 WS-FS-DPTHIST                  PIC 99.
        88 FS-DPTHIST-OK                 VALUE 0.
       77 WS-FS-CAPHIST                  PIC 99.
        88 FS-CAPHIST-OK                 VALUE 0.
       77 WS-FS-CAPAREL                  PIC 99.
        88 FS-CAPAREL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CAL-EOF                     PIC X.
        88 CAL-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-ABRIU                       PIC X.
        88 ABRIU-OK                      VALUE "S" FALSE "N".
       77 WS-ITEM-ACHADO                 PIC X.
        88 ITEM-ACHADO                   VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP                       PIC 9(14).
       77 WS-DATA-NEGOCIO                PIC 9(08).
       77 WS-AAAAMM                      PIC 9(06).
       77 WS-AAAAMM-INI                  PIC 9(06).
       77 WS-ANO                         PIC 9(04).
       77 WS-MES                         PIC 9(02).
       77 WS-MESES-HOJE                  PIC 9(06).
       77 WS-MESES-LIDO                  PIC 9(06).
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-ARQ-ATUAL                   PIC X(10).
       77 WS-FS-ATUAL                    PIC 99.
       77 WS-LIMITE-MESTRE               PIC 9(06).
       77 WS-LIMITE-LOG                  PIC 9(06).
       77 WS-HORIZONTE                   PIC 9(03).
       77 WS-DIA-HOJE                    PIC 9(08).
       77 WS-DIA-JANELA                  PIC 9(08).
       77 WS-DIA-PREVISTO                PIC 9(08).
       77 WS-DATA-JANELA                 PIC 9(08).
       77 WS-DATA-PREVISTA               PIC 9(08).
       77 WS-NOITE-ANT                   PIC 9(08).
       77 WS-PRIMEIRA-NOITE              PIC 9(08).
       77 WS-NOITES-TOTAL                PIC 9(06).
       77 WS-NOITES-JANELA               PIC 9(06).
       77 WS-MESES-JANELA                PIC 9(03)V99.
       77 WS-FOTO-MES-INI                PIC 9(06).
       77 WS-FOTO-MES-FIM                PIC 9(06).
       77 WS-FOTO-TOT-INI                PIC 9(09).
       77 WS-FOTO-TOT-FIM                PIC 9(09).
       77 WS-FOTO-MESES                  PIC 9(03).
       77 WS-FOTO-TAXA                   PIC 9(07)V99.
       77 WS-RESTANTE                    PIC 9(09).
       77 WS-MESES-RESTANTES             PIC 9(11)V9.
       77 WS-USO                         PIC 9(09)V9.
       77 WS-QTD-ALERTAS                 PIC 9(02).
       77 WS-QTD-INDISPONIVEIS           PIC 9(02).
       77 WS-QTD-GRAVADAS                PIC 9(02).
       77 WS-VALOR-ED                    PIC Z(8)9.
       77 WS-TAXA-ED                     PIC Z(6)9,9.
       77 WS-USO-ED                      PIC ZZ9,9.
       77 WS-MESES-ED                    PIC ZZZ9.
       77 WS-NUM-ED                      PIC ZZ9.
       77 WS-MIL-ED                      PIC Z(5)9.
       77 WS-MIL2-ED                     PIC Z(5)9.
       77 WS-LINHA-CAP                   PIC X(132).

      * Itens medidos: nome, tipo ("S" sequencia, "M" cadastro
      * mestre, "L" log) e, nas sequencias, a chave do CADCTRL.
       01 TAB-ITENS-VALORES.
           03 FILLER                     PIC X(12) VALUE "CD-USER   SC".
           03 FILLER                     PIC X(12) VALUE "PEN-ID    SP".
           03 FILLER                     PIC X(12) VALUE "LGP-ID    SD".
           03 FILLER                     PIC X(12) VALUE "AGD-ID    SA".
           03 FILLER                     PIC X(12) VALUE "FLR-ID    SF".
           03 FILLER                     PIC X(12) VALUE "CADUSER   M ".
           03 FILLER                     PIC X(12) VALUE "CPLFILE   M ".
           03 FILLER                     PIC X(12) VALUE "PENFILE   M ".
           03 FILLER                     PIC X(12) VALUE "AUDLOG    L ".
           03 FILLER                     PIC X(12) VALUE "ACSLOG    L ".
           03 FILLER                     PIC X(12) VALUE "SEGLOG    L ".
           03 FILLER                     PIC X(12) VALUE "JRNUSER   L ".
           03 FILLER                     PIC X(12) VALUE "CPLHIST   L ".
           03 FILLER                     PIC X(12) VALUE "JOBHIST   L ".
       01 TAB-ITENS REDEFINES TAB-ITENS-VALORES.
           03 TAB-ITEM-DEF OCCURS 14 TIMES.
               05 TAB-DEF-NOME           PIC X(10).
               05 TAB-DEF-TIPO           PIC X(01).
                88 TAB-DEF-SEQUENCIA     VALUE "S".
                88 TAB-DEF-MESTRE        VALUE "M".
                88 TAB-DEF-LOG           VALUE "L".
               05 TAB-DEF-CTR            PIC X(01).

       01 TAB-CAPACIDADE.
           03 TAB-CP OCCURS 14 TIMES.
               05 TAB-CP-MEDIU           PIC X(01).
                88 TAB-CP-MEDIDO         VALUE "S" FALSE "N".
               05 TAB-CP-ATUAL           PIC 9(09).
               05 TAB-CP-LIMITE          PIC 9(09).
               05 TAB-CP-TEM-BASE        PIC X(01).
                88 TAB-CP-BASE-OK        VALUE "S" FALSE "N".
               05 TAB-CP-BASE-MES        PIC 9(06).
               05 TAB-CP-BASE-VALOR      PIC 9(09).
               05 TAB-CP-MESES-BASE      PIC 9(03).
               05 TAB-CP-TAXA            PIC 9(07)V99.
               05 TAB-CP-FONTE           PIC X(07).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P211-CAPACIDADE: mainline do passo - acha o mes de negocio, le
      * os limites e as sequencias do CADCTRL, conta os arquivos,
      * monta a base de crescimento (CAPHIST, DPTHIST, JOBHIST),
      * imprime a projecao e grava a medida do mes no CAPHIST.
      ******************************************************************
           P211-CAPACIDADE.

           MOVE "RELCAPAC"          TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-ALERTAS
           MOVE ZERO                     TO WS-QTD-INDISPONIVEIS
           MOVE ZERO                     TO WS-QTD-GRAVADAS

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO WS-STAMP
           END-STRING

           PERFORM P212-MES-NEGOCIO THRU P212-FIM

           PERFORM P226-ZERA-ITEM THRU P226-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14

           PERFORM P214-LE-CADCTRL THRU P214-FIM
           PERFORM P216-CONTA-ARQUIVOS THRU P216-FIM
           PERFORM P227-BASE-CAPHIST THRU P227-FIM
           PERFORM P229-BASE-FOTO THRU P229-FIM

           PERFORM P232-CALCULA-TAXA THRU P232-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14

           OPEN OUTPUT CAPAREL
           IF NOT FS-CAPAREL-OK THEN
               MOVE WS-FS-CAPAREL        TO WS-FS-CODIGO
               MOVE "CAPAREL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P233-CABECALHO THRU P233-FIM

           PERFORM P234-IMPRIME-ITEM THRU P234-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14

           PERFORM P236-RODAPE THRU P236-FIM

           CLOSE CAPAREL

           OPEN I-O CAPHIST
           IF WS-FS-CAPHIST EQUAL 35 THEN
               OPEN OUTPUT CAPHIST
               CLOSE CAPHIST
               OPEN I-O CAPHIST
           END-IF
           IF NOT FS-CAPHIST-OK THEN
               MOVE WS-FS-CAPHIST        TO WS-FS-CODIGO
               MOVE "CAPHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P237-GRAVA-CAPHIST THRU P237-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14

           CLOSE CAPHIST

           DISPLAY "CAPACIDADE DO MES " WS-AAAAMM
                   " GRAVADA EM CAPAREL: " WS-QTD-GRAVADAS
                   " ITENS MEDIDOS, " WS-QTD-ALERTAS " EM ALERTA"

           IF WS-QTD-ALERTAS GREATER ZERO OR
              WS-QTD-INDISPONIVEIS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P211-FIM.

      ******************************************************************
      * P212-MES-NEGOCIO: o mes medido e o da data de negocio aberta
      * no CALFILE, como no FOTODEPT - a rodada do fechamento pode
      * passar da meia-noite. Sem calendario vale a data do sistema.
      * Daqui saem tambem o inicio da janela de doze meses e a data de
      * um ano atras, usada na contagem de noites do JOBHIST.
      ******************************************************************
           P212-MES-NEGOCIO.

           MOVE WS-DATA-SISTEMA          TO WS-DATA-NEGOCIO

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               GO TO P212-SAI
           END-IF

           MOVE ZERO                     TO CAL-DATA
           SET CAL-EOF-OK TO FALSE
           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET CAL-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P213-LE-CALEN THRU P213-FIM UNTIL CAL-EOF-OK
           END-START

           CLOSE CALFILE.

       P212-SAI.
           MOVE WS-DATA-NEGOCIO(1:6)     TO WS-AAAAMM
           MOVE WS-AAAAMM(1:4)           TO WS-ANO
           MOVE WS-AAAAMM(5:2)           TO WS-MES
           COMPUTE WS-MESES-HOJE = WS-ANO * 12 + WS-MES
           SUBTRACT 1 FROM WS-ANO
           COMPUTE WS-AAAAMM-INI = WS-ANO * 100 + WS-MES

           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           COMPUTE WS-DIA-JANELA = WS-DIA-HOJE - 365
           COMPUTE WS-DATA-JANELA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-JANELA).
       P212-FIM.

           P213-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET CAL-EOF-OK TO TRUE
           NOT AT END
               IF CAL-ABERTA THEN
                   MOVE CAL-DATA         TO WS-DATA-NEGOCIO
                   SET CAL-EOF-OK TO TRUE
               END-IF
           END-READ.
       P213-FIM.

      ******************************************************************
      * P226-ZERA-ITEM: item sem medida, sem base e sem taxa.
      ******************************************************************
           P226-ZERA-ITEM.

           SET TAB-CP-MEDIDO (WS-IDX) TO FALSE
           SET TAB-CP-BASE-OK (WS-IDX) TO FALSE
           MOVE ZERO TO TAB-CP-ATUAL (WS-IDX)
           MOVE ZERO TO TAB-CP-LIMITE (WS-IDX)
           MOVE ZERO TO TAB-CP-BASE-MES (WS-IDX)
           MOVE ZERO TO TAB-CP-BASE-VALOR (WS-IDX)
           MOVE ZERO TO TAB-CP-MESES-BASE (WS-IDX)
           MOVE ZERO TO TAB-CP-TAXA (WS-IDX)
           MOVE SPACES TO TAB-CP-FONTE (WS-IDX).
       P226-FIM.

      ******************************************************************
      * P214-LE-CADCTRL: limites do registro "Y" (em milhares de
      * registros para cadastros e logs, horizonte de alerta em
      * meses; zero ou ausencia vale o padrao de 900, 500 e 12) e o
      * ultimo numero emitido de cada sequencia. Sequencia sem
      * registro ainda nao emitiu nada e conta zero.
      ******************************************************************
           P214-LE-CADCTRL.

           MOVE 900                      TO WS-LIMITE-MESTRE
           MOVE 500                      TO WS-LIMITE-LOG
           MOVE 12                       TO WS-HORIZONTE

           OPEN INPUT CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               PERFORM P215-LE-SEQUENCIA THRU P215-FIM
                       VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               GO TO P214-LIMITES
           END-IF
           IF NOT FS-CADCTRL-OK THEN
               MOVE WS-FS-CADCTRL        TO WS-FS-CODIGO
               MOVE "CADCTRL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P214-LIMITES
           END-IF

           MOVE "Y"                      TO CTR-CHAVE
           READ CADCTRL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CTR-ULT-SEQ GREATER ZERO THEN
                   MOVE CTR-ULT-SEQ      TO WS-LIMITE-MESTRE
               END-IF
               IF CTR-QTD-ATIVO GREATER ZERO THEN
                   MOVE CTR-QTD-ATIVO    TO WS-LIMITE-LOG
               END-IF
               IF CTR-QTD-INATIVO GREATER ZERO THEN
                   MOVE CTR-QTD-INATIVO  TO WS-HORIZONTE
               END-IF
           END-READ

           PERFORM P215-LE-SEQUENCIA THRU P215-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5

           CLOSE CADCTRL.

       P214-LIMITES.
           PERFORM P217-LIMITE-ITEM THRU P217-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14.
       P214-FIM.

           P215-LE-SEQUENCIA.

           SET TAB-CP-MEDIDO (WS-IDX) TO TRUE
           IF WS-FS-CADCTRL EQUAL 35 THEN
               GO TO P215-FIM
           END-IF

           MOVE TAB-DEF-CTR (WS-IDX)     TO CTR-CHAVE
           READ CADCTRL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CTR-ULT-SEQ          TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P215-FIM.

      ******************************************************************
      * P217-LIMITE-ITEM: sequencia esgota em 999999 (seis digitos,
      * como o FD-CD-USER); arquivo chega ao limite configurado.
      ******************************************************************
           P217-LIMITE-ITEM.

           EVALUATE TRUE
               WHEN TAB-DEF-SEQUENCIA (WS-IDX)
                   MOVE 999999           TO TAB-CP-LIMITE (WS-IDX)
               WHEN TAB-DEF-MESTRE (WS-IDX)
                   COMPUTE TAB-CP-LIMITE (WS-IDX) =
                       WS-LIMITE-MESTRE * 1000
               WHEN TAB-DEF-LOG (WS-IDX)
                   COMPUTE TAB-CP-LIMITE (WS-IDX) =
                       WS-LIMITE-LOG * 1000
           END-EVALUATE.
       P217-FIM.

      ******************************************************************
      * P216-CONTA-ARQUIVOS: le cada cadastro mestre e cada log do
      * comeco ao fim contando os registros. Arquivo que ainda nao
      * existe conta zero; erro de abertura deixa o item sem medida.
      * A passada do JOBHIST conta tambem as noites da rodada.
      ******************************************************************
           P216-CONTA-ARQUIVOS.

           MOVE 6                        TO WS-IDX
           OPEN INPUT CADUSER
           MOVE WS-FS-CADUSER            TO WS-FS-ATUAL
           MOVE "CADUSER"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P218-LE-CADUSER THRU P218-FIM UNTIL EOF-OK
               CLOSE CADUSER
           END-IF

           MOVE 7                        TO WS-IDX
           OPEN INPUT CPLFILE
           MOVE WS-FS-CPLFILE            TO WS-FS-ATUAL
           MOVE "CPLFILE"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P219-LE-CPLFILE THRU P219-FIM UNTIL EOF-OK
               CLOSE CPLFILE
           END-IF

           MOVE 8                        TO WS-IDX
           OPEN INPUT PENFILE
           MOVE WS-FS-PENFILE            TO WS-FS-ATUAL
           MOVE "PENFILE"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P221-LE-PENFILE THRU P221-FIM UNTIL EOF-OK
               CLOSE PENFILE
           END-IF

           MOVE 9                        TO WS-IDX
           OPEN INPUT AUDLOG
           MOVE WS-FS-AUDLOG             TO WS-FS-ATUAL
           MOVE "AUDLOG"                 TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P222-LE-AUDLOG THRU P222-FIM UNTIL EOF-OK
               CLOSE AUDLOG
           END-IF

           MOVE 10                       TO WS-IDX
           OPEN INPUT ACSLOG
           MOVE WS-FS-ACSLOG             TO WS-FS-ATUAL
           MOVE "ACSLOG"                 TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P223-LE-ACSLOG THRU P223-FIM UNTIL EOF-OK
               CLOSE ACSLOG
           END-IF

           MOVE 11                       TO WS-IDX
           OPEN INPUT SEGLOG
           MOVE WS-FS-SEGLOG             TO WS-FS-ATUAL
           MOVE "SEGLOG"                 TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P224-LE-SEGLOG THRU P224-FIM UNTIL EOF-OK
               CLOSE SEGLOG
           END-IF

           MOVE 12                       TO WS-IDX
           OPEN INPUT JRNUSER
           MOVE WS-FS-JRNUSER            TO WS-FS-ATUAL
           MOVE "JRNUSER"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P225-LE-JRNUSER THRU P225-FIM UNTIL EOF-OK
               CLOSE JRNUSER
           END-IF

           MOVE 13                       TO WS-IDX
           OPEN INPUT CPLHIST
           MOVE WS-FS-CPLHIST            TO WS-FS-ATUAL
           MOVE "CPLHIST"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P228-LE-CPLHIST THRU P228-FIM UNTIL EOF-OK
               CLOSE CPLHIST
           END-IF

           MOVE ZERO                     TO WS-NOITES-TOTAL
           MOVE ZERO                     TO WS-NOITES-JANELA
           MOVE ZERO                     TO WS-NOITE-ANT
           MOVE ZERO                     TO WS-PRIMEIRA-NOITE

           MOVE 14                       TO WS-IDX
           OPEN INPUT JOBHIST
           MOVE WS-FS-JOBHIST            TO WS-FS-ATUAL
           MOVE "JOBHIST"                TO WS-ARQ-ATUAL
           PERFORM P238-ABRIU THRU P238-FIM
           IF ABRIU-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P231-LE-JOBHIST THRU P231-FIM UNTIL EOF-OK
               CLOSE JOBHIST
           END-IF.
       P216-FIM.

      ******************************************************************
      * P238-ABRIU: desfecho da abertura do arquivo do item WS-IDX -
      * status zero segue para a contagem, 35 (arquivo ainda nao
      * criado) e medida zero, qualquer outro deixa o item sem medida.
      ******************************************************************
           P238-ABRIU.

           SET ABRIU-OK TO FALSE

           IF WS-FS-ATUAL EQUAL ZERO THEN
               SET ABRIU-OK TO TRUE
               SET TAB-CP-MEDIDO (WS-IDX) TO TRUE
               GO TO P238-FIM
           END-IF

           IF WS-FS-ATUAL EQUAL 35 THEN
               SET TAB-CP-MEDIDO (WS-IDX) TO TRUE
               GO TO P238-FIM
           END-IF

           MOVE WS-FS-ATUAL              TO WS-FS-CODIGO
           MOVE WS-ARQ-ATUAL             TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM.
       P238-FIM.

           P218-LE-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P218-FIM.

           P219-LE-CPLFILE.

           READ CPLFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P219-FIM.

           P221-LE-PENFILE.

           READ PENFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P221-FIM.

           P222-LE-AUDLOG.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P222-FIM.

           P223-LE-ACSLOG.

           READ ACSLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P223-FIM.

           P224-LE-SEGLOG.

           READ SEGLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P224-FIM.

           P225-LE-JRNUSER.

           READ JRNUSER
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P225-FIM.

           P228-LE-CPLHIST.

           READ CPLHIST
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO TAB-CP-ATUAL (WS-IDX)
           END-READ.
       P228-FIM.

      ******************************************************************
      * P231-LE-JOBHIST: alem de contar as linhas, conta as noites -
      * o JOBHIST e gravado em ordem de rodada, uma linha por passo,
      * e cada troca de JBH-DATA-RODADA e uma noite nova. Noite de um
      * ano para ca conta tambem na janela.
      ******************************************************************
           P231-LE-JOBHIST.

           READ JOBHIST
           AT END
               SET EOF-OK TO TRUE
               GO TO P231-FIM
           END-READ

           ADD 1 TO TAB-CP-ATUAL (WS-IDX)

           IF JBH-DATA-RODADA EQUAL WS-NOITE-ANT THEN
               GO TO P231-FIM
           END-IF

           MOVE JBH-DATA-RODADA          TO WS-NOITE-ANT
           ADD 1 TO WS-NOITES-TOTAL
           IF WS-PRIMEIRA-NOITE EQUAL ZERO THEN
               MOVE JBH-DATA-RODADA      TO WS-PRIMEIRA-NOITE
           END-IF
           IF JBH-DATA-RODADA NOT LESS WS-DATA-JANELA THEN
               ADD 1 TO WS-NOITES-JANELA
           END-IF.
       P231-FIM.

      ******************************************************************
      * P227-BASE-CAPHIST: a medida mais antiga de cada item nos doze
      * meses anteriores ao mes medido - a chave comeca pelo mes, o
      * primeiro lido de cada item e o mais antigo da janela.
      ******************************************************************
           P227-BASE-CAPHIST.

           OPEN INPUT CAPHIST
           IF NOT FS-CAPHIST-OK THEN
               GO TO P227-FIM
           END-IF

           MOVE WS-AAAAMM-INI            TO CAP-AAAAMM
           MOVE SPACES                   TO CAP-ITEM
           SET EOF-OK TO FALSE
           START CAPHIST KEY IS NOT LESS CAP-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P235-LE-CAPHIST THRU P235-FIM UNTIL EOF-OK
           END-START

           CLOSE CAPHIST.
       P227-FIM.

           P235-LE-CAPHIST.

           READ CAPHIST NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P235-FIM
           END-READ

           IF CAP-AAAAMM NOT LESS WS-AAAAMM THEN
               SET EOF-OK TO TRUE
               GO TO P235-FIM
           END-IF

           PERFORM P239-ACHA-ITEM THRU P239-FIM
           IF NOT ITEM-ACHADO THEN
               GO TO P235-FIM
           END-IF

           IF TAB-CP-BASE-OK (WS-IDX) THEN
               GO TO P235-FIM
           END-IF

           SET TAB-CP-BASE-OK (WS-IDX) TO TRUE
           MOVE CAP-AAAAMM               TO TAB-CP-BASE-MES (WS-IDX)
           MOVE CAP-VALOR                TO TAB-CP-BASE-VALOR (WS-IDX)
           MOVE CAP-AAAAMM(1:4)          TO WS-ANO
           MOVE CAP-AAAAMM(5:2)          TO WS-MES
           COMPUTE WS-MESES-LIDO = WS-ANO * 12 + WS-MES
           COMPUTE TAB-CP-MESES-BASE (WS-IDX) =
               WS-MESES-HOJE - WS-MESES-LIDO.
       P235-FIM.

      ******************************************************************
      * P239-ACHA-ITEM: posicao do CAP-ITEM na tabela em WS-IDX.
      ******************************************************************
           P239-ACHA-ITEM.

           SET ITEM-ACHADO TO FALSE
           PERFORM P209-COMPARA-ITEM THRU P209-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 14 OR ITEM-ACHADO

           IF ITEM-ACHADO THEN
               SUBTRACT 1 FROM WS-IDX
           END-IF.
       P239-FIM.

           P209-COMPARA-ITEM.

           IF TAB-DEF-NOME (WS-IDX) EQUAL CAP-ITEM THEN
               SET ITEM-ACHADO TO TRUE
           END-IF.
       P209-FIM.

      ******************************************************************
      * P229-BASE-FOTO: o quadro total (ativos mais inativos de todos
      * os departamentos) da fotografia mais antiga e da mais nova do
      * DPTHIST na janela de doze meses - base do CADUSER e do
      * CD-USER enquanto o CAPHIST nao tem historico. Cada CD-USER
      * emitido vira um registro do CADUSER (nada e apagado), entao
      * o crescimento do quadro e o consumo minimo da sequencia; as
      * fusoes do FUNDUSER consomem codigos alem disso.
      ******************************************************************
           P229-BASE-FOTO.

           MOVE ZERO                     TO WS-FOTO-MES-INI
           MOVE ZERO                     TO WS-FOTO-MES-FIM
           MOVE ZERO                     TO WS-FOTO-TOT-INI
           MOVE ZERO                     TO WS-FOTO-TOT-FIM
           MOVE ZERO                     TO WS-FOTO-MESES
           MOVE ZERO                     TO WS-FOTO-TAXA

           OPEN INPUT DPTHIST
           IF NOT FS-DPTHIST-OK THEN
               GO TO P229-FIM
           END-IF

           MOVE WS-AAAAMM-INI            TO DPH-AAAAMM
           MOVE SPACES                   TO DPH-DEPTO
           SET EOF-OK TO FALSE
           START DPTHIST KEY IS NOT LESS DPH-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P208-LE-FOTO THRU P208-FIM UNTIL EOF-OK
           END-START

           CLOSE DPTHIST

           IF WS-FOTO-MES-FIM EQUAL WS-FOTO-MES-INI THEN
               GO TO P229-FIM
           END-IF

           MOVE WS-FOTO-MES-FIM(1:4)     TO WS-ANO
           MOVE WS-FOTO-MES-FIM(5:2)     TO WS-MES
           COMPUTE WS-MESES-LIDO = WS-ANO * 12 + WS-MES
           MOVE WS-FOTO-MES-INI(1:4)     TO WS-ANO
           MOVE WS-FOTO-MES-INI(5:2)     TO WS-MES
           COMPUTE WS-FOTO-MESES =
               WS-MESES-LIDO - (WS-ANO * 12 + WS-MES)

           IF WS-FOTO-TOT-FIM GREATER WS-FOTO-TOT-INI THEN
               COMPUTE WS-FOTO-TAXA ROUNDED =
                   (WS-FOTO-TOT-FIM - WS-FOTO-TOT-INI)
                   / WS-FOTO-MESES
           END-IF.
       P229-FIM.

           P208-LE-FOTO.

           READ DPTHIST NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P208-FIM
           END-READ

           IF DPH-AAAAMM GREATER WS-AAAAMM THEN
               SET EOF-OK TO TRUE
               GO TO P208-FIM
           END-IF

           IF WS-FOTO-MES-INI EQUAL ZERO THEN
               MOVE DPH-AAAAMM           TO WS-FOTO-MES-INI
           END-IF
           IF DPH-AAAAMM EQUAL WS-FOTO-MES-INI THEN
               ADD DPH-QTD-ATIVO DPH-QTD-INATIVO TO WS-FOTO-TOT-INI
           END-IF

           IF DPH-AAAAMM NOT EQUAL WS-FOTO-MES-FIM THEN
               MOVE DPH-AAAAMM           TO WS-FOTO-MES-FIM
               MOVE ZERO                 TO WS-FOTO-TOT-FIM
           END-IF
           ADD DPH-QTD-ATIVO DPH-QTD-INATIVO TO WS-FOTO-TOT-FIM.
       P208-FIM.

      ******************************************************************
      * P232-CALCULA-TAXA: crescimento por mes do item, pela primeira
      * base que houver:
      *   CAPHIST - medida de hoje menos a mais antiga da janela,
      *             dividida pelos meses entre as duas; um arquivo que
      *             encolheu (expurgo) nao serve de base;
      *   DPTHIST - so CADUSER e CD-USER, crescimento do quadro entre
      *             a primeira e a ultima fotografia da janela;
      *   JOBHIST - media por noite desde a primeira rodada, vezes as
      *             noites por mes do ultimo ano.
      ******************************************************************
           P232-CALCULA-TAXA.

           IF NOT TAB-CP-MEDIDO (WS-IDX) THEN
               GO TO P232-FIM
           END-IF

           IF TAB-CP-BASE-OK (WS-IDX) AND
              TAB-CP-MESES-BASE (WS-IDX) GREATER ZERO AND
              TAB-CP-ATUAL (WS-IDX) GREATER TAB-CP-BASE-VALOR (WS-IDX)
              THEN
               COMPUTE TAB-CP-TAXA (WS-IDX) ROUNDED =
                   (TAB-CP-ATUAL (WS-IDX) - TAB-CP-BASE-VALOR (WS-IDX))
                   / TAB-CP-MESES-BASE (WS-IDX)
               MOVE "CAPHIST"            TO TAB-CP-FONTE (WS-IDX)
               GO TO P232-FIM
           END-IF

           IF (WS-IDX EQUAL 1 OR WS-IDX EQUAL 6) AND
              WS-FOTO-TAXA GREATER ZERO THEN
               MOVE WS-FOTO-TAXA         TO TAB-CP-TAXA (WS-IDX)
               MOVE WS-FOTO-MESES        TO TAB-CP-MESES-BASE (WS-IDX)
               MOVE "DPTHIST"            TO TAB-CP-FONTE (WS-IDX)
               GO TO P232-FIM
           END-IF

           IF WS-NOITES-TOTAL EQUAL ZERO OR
              TAB-CP-ATUAL (WS-IDX) EQUAL ZERO THEN
               GO TO P232-FIM
           END-IF

           IF WS-PRIMEIRA-NOITE GREATER WS-DATA-JANELA THEN
               COMPUTE WS-MESES-JANELA ROUNDED =
                   (WS-DIA-HOJE -
                    FUNCTION INTEGER-OF-DATE(WS-PRIMEIRA-NOITE) + 1)
                   / 30,44
           ELSE
               COMPUTE WS-MESES-JANELA ROUNDED = 365 / 30,44
           END-IF
           IF WS-MESES-JANELA LESS 1 THEN
               MOVE 1                    TO WS-MESES-JANELA
           END-IF

           COMPUTE TAB-CP-TAXA (WS-IDX) ROUNDED =
               TAB-CP-ATUAL (WS-IDX) / WS-NOITES-TOTAL
               * WS-NOITES-JANELA / WS-MESES-JANELA
           MOVE WS-NOITES-TOTAL          TO TAB-CP-MESES-BASE (WS-IDX)
           MOVE "JOBHIST"                TO TAB-CP-FONTE (WS-IDX).
       P232-FIM.

      ******************************************************************
      * P233-CABECALHO: titulo, limites em vigor e cabecalho das
      * colunas.
      ******************************************************************
           P233-CABECALHO.

           MOVE SPACES TO WS-LINHA-CAP
           STRING "CAPACIDADE E ESGOTAMENTO DE CODIGOS - MES "
                  DELIMITED BY SIZE
                  WS-AAAAMM              DELIMITED BY SIZE
                  " - DATA DE NEGOCIO "  DELIMITED BY SIZE
                  WS-DATA-NEGOCIO        DELIMITED BY SIZE
                  " - EMITIDO EM "       DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-CAP
           END-STRING
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE SPACES TO WS-LINHA-CAP
           MOVE WS-LIMITE-MESTRE         TO WS-MIL-ED
           MOVE WS-LIMITE-LOG            TO WS-MIL2-ED
           MOVE WS-HORIZONTE             TO WS-NUM-ED
           STRING "LIMITES (REGISTRO Y DO CADCTRL): CADASTROS "
                  DELIMITED BY SIZE
                  WS-MIL-ED              DELIMITED BY SIZE
                  " MIL REGISTROS, LOGS " DELIMITED BY SIZE
                  WS-MIL2-ED             DELIMITED BY SIZE
                  " MIL REGISTROS, ALERTA A "
                  DELIMITED BY SIZE
                  WS-NUM-ED              DELIMITED BY SIZE
                  " MESES DO LIMITE"     DELIMITED BY SIZE
                  INTO WS-LINHA-CAP
           END-STRING
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE ALL "=" TO WS-LINHA-CAP
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE SPACES TO WS-LINHA-CAP
           MOVE "ITEM"                   TO WS-LINHA-CAP(1:10)
           MOVE "TIPO"                   TO WS-LINHA-CAP(12:9)
           MOVE "    ATUAL"              TO WS-LINHA-CAP(22:9)
           MOVE "   LIMITE"              TO WS-LINHA-CAP(32:9)
           MOVE " USO%"                  TO WS-LINHA-CAP(42:5)
           MOVE " CRESC/MES"             TO WS-LINHA-CAP(48:10)
           MOVE "BASE"                   TO WS-LINHA-CAP(60:12)
           MOVE "MESES"                  TO WS-LINHA-CAP(73:5)
           MOVE "PREVISAO"               TO WS-LINHA-CAP(79:10)
           MOVE "SITUACAO"               TO WS-LINHA-CAP(91:20)
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE ALL "-" TO WS-LINHA-CAP
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL.
       P233-FIM.

      ******************************************************************
      * P234-IMPRIME-ITEM: uma linha por item - medida, limite, uso,
      * crescimento por mes com a base usada (fonte e meses, ou noites
      * no JOBHIST), meses restantes e a data prevista para chegar ao
      * limite. Chega dentro do horizonte de alerta: "ATENCAO".
      ******************************************************************
           P234-IMPRIME-ITEM.

           MOVE SPACES TO WS-LINHA-CAP
           MOVE TAB-DEF-NOME (WS-IDX)    TO WS-LINHA-CAP(1:10)
           EVALUATE TRUE
               WHEN TAB-DEF-SEQUENCIA (WS-IDX)
                   MOVE "SEQUENCIA"      TO WS-LINHA-CAP(12:9)
               WHEN TAB-DEF-MESTRE (WS-IDX)
                   MOVE "CADASTRO"       TO WS-LINHA-CAP(12:9)
               WHEN TAB-DEF-LOG (WS-IDX)
                   MOVE "LOG"            TO WS-LINHA-CAP(12:9)
           END-EVALUATE

           MOVE TAB-CP-LIMITE (WS-IDX)   TO WS-VALOR-ED
           MOVE WS-VALOR-ED              TO WS-LINHA-CAP(32:9)

           IF NOT TAB-CP-MEDIDO (WS-IDX) THEN
               ADD 1 TO WS-QTD-INDISPONIVEIS
               MOVE "INDISPONIVEL"       TO WS-LINHA-CAP(91:)
               GO TO P234-GRAVA
           END-IF

           MOVE TAB-CP-ATUAL (WS-IDX)    TO WS-VALOR-ED
           MOVE WS-VALOR-ED              TO WS-LINHA-CAP(22:9)

           COMPUTE WS-USO ROUNDED =
               TAB-CP-ATUAL (WS-IDX) * 100 / TAB-CP-LIMITE (WS-IDX)
           IF WS-USO GREATER 999,9 THEN
               MOVE 999,9                TO WS-USO
           END-IF
           MOVE WS-USO                   TO WS-USO-ED
           MOVE WS-USO-ED                TO WS-LINHA-CAP(42:5)

           IF TAB-CP-ATUAL (WS-IDX) NOT LESS TAB-CP-LIMITE (WS-IDX)
              THEN
               ADD 1 TO WS-QTD-ALERTAS
               MOVE "*** LIMITE ATINGIDO ***" TO WS-LINHA-CAP(91:)
               GO TO P234-GRAVA
           END-IF

           IF TAB-CP-FONTE (WS-IDX) EQUAL SPACES THEN
               MOVE "SEM BASE DE CRESCIMENTO" TO WS-LINHA-CAP(91:)
               GO TO P234-GRAVA
           END-IF

           MOVE TAB-CP-TAXA (WS-IDX)     TO WS-TAXA-ED
           MOVE WS-TAXA-ED               TO WS-LINHA-CAP(48:10)
           MOVE TAB-CP-MESES-BASE (WS-IDX) TO WS-NUM-ED
           STRING TAB-CP-FONTE (WS-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NUM-ED              DELIMITED BY SIZE
                  INTO WS-LINHA-CAP(60:12)
           END-STRING
           IF TAB-CP-FONTE (WS-IDX) EQUAL "JOBHIST" THEN
               MOVE "N"                  TO WS-LINHA-CAP(71:1)
           ELSE
               MOVE "M"                  TO WS-LINHA-CAP(71:1)
           END-IF

           IF TAB-CP-TAXA (WS-IDX) EQUAL ZERO THEN
               MOVE "SEM CRESCIMENTO"    TO WS-LINHA-CAP(91:)
               GO TO P234-GRAVA
           END-IF

           COMPUTE WS-RESTANTE =
               TAB-CP-LIMITE (WS-IDX) - TAB-CP-ATUAL (WS-IDX)
           COMPUTE WS-MESES-RESTANTES ROUNDED =
               WS-RESTANTE / TAB-CP-TAXA (WS-IDX)

           IF WS-MESES-RESTANTES GREATER 600 THEN
               MOVE "MAIS DE 50 ANOS"    TO WS-LINHA-CAP(79:)
               GO TO P234-GRAVA
           END-IF

           MOVE WS-MESES-RESTANTES       TO WS-MESES-ED
           MOVE WS-MESES-ED              TO WS-LINHA-CAP(73:4)

           COMPUTE WS-DIA-PREVISTO ROUNDED =
               WS-DIA-HOJE + WS-MESES-RESTANTES * 30,44
           COMPUTE WS-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-PREVISTO)
           STRING WS-DATA-PREVISTA(7:2)  DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WS-DATA-PREVISTA(5:2)  DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WS-DATA-PREVISTA(1:4)  DELIMITED BY SIZE
                  INTO WS-LINHA-CAP(79:10)
           END-STRING

           IF WS-MESES-RESTANTES NOT GREATER WS-HORIZONTE THEN
               ADD 1 TO WS-QTD-ALERTAS
               IF TAB-DEF-SEQUENCIA (WS-IDX) THEN
                   MOVE "*** ATENCAO: PLANEJAR EXPANSAO DO CODIGO"
                                         TO WS-LINHA-CAP(91:)
               ELSE
                   MOVE "*** ATENCAO: PLANEJAR ESPACO/EXPURGO"
                                         TO WS-LINHA-CAP(91:)
               END-IF
           END-IF.

       P234-GRAVA.
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL.
       P234-FIM.

      ******************************************************************
      * P236-RODAPE: noites de rodada no JOBHIST, itens em alerta e a
      * leitura das colunas.
      ******************************************************************
           P236-RODAPE.

           MOVE ALL "=" TO WS-LINHA-CAP
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE SPACES TO WS-LINHA-CAP
           STRING "NOITES NO JOBHIST: "  DELIMITED BY SIZE
                  WS-NOITES-TOTAL        DELIMITED BY SIZE
                  "   NO ULTIMO ANO: "   DELIMITED BY SIZE
                  WS-NOITES-JANELA       DELIMITED BY SIZE
                  "   ITENS EM ALERTA: " DELIMITED BY SIZE
                  WS-QTD-ALERTAS         DELIMITED BY SIZE
                  "   SEM MEDIDA: "      DELIMITED BY SIZE
                  WS-QTD-INDISPONIVEIS   DELIMITED BY SIZE
                  INTO WS-LINHA-CAP
           END-STRING
           MOVE WS-LINHA-CAP TO CPR-LINHA
           WRITE REG-CAPAC-REL

           MOVE "BASE: CAPHIST OU DPTHIST + MESES ENTRE AS MEDIDAS (M);"
                                         TO CPR-LINHA
           WRITE REG-CAPAC-REL
           MOVE "      JOBHIST + NOITES DA MEDIA POR NOITE (N)"
                                         TO CPR-LINHA
           WRITE REG-CAPAC-REL
           MOVE "CODIGOS NAO SAO REUTILIZADOS: INCLUSOES, CARGAS E"
                                         TO CPR-LINHA
           WRITE REG-CAPAC-REL
           MOVE "FUSOES (FUNDUSER) CONSOMEM A SEQUENCIA CD-USER"
                                         TO CPR-LINHA
           WRITE REG-CAPAC-REL.
       P236-FIM.

      ******************************************************************
      * P237-GRAVA-CAPHIST: a medida do mes de cada item medido vai
      * para o CAPHIST; uma segunda rodada no mesmo mes substitui.
      ******************************************************************
           P237-GRAVA-CAPHIST.

           IF NOT TAB-CP-MEDIDO (WS-IDX) THEN
               GO TO P237-FIM
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE WS-AAAAMM                TO CAP-AAAAMM
           MOVE TAB-DEF-NOME (WS-IDX)    TO CAP-ITEM
           READ CAPHIST
           INVALID KEY
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE WS-AAAAMM                TO CAP-AAAAMM
           MOVE TAB-DEF-NOME (WS-IDX)    TO CAP-ITEM
           MOVE TAB-DEF-TIPO (WS-IDX)    TO CAP-TIPO
           MOVE TAB-CP-ATUAL (WS-IDX)    TO CAP-VALOR
           MOVE WS-STAMP                 TO CAP-DT-FOTO

           IF CTRL-NOVO THEN
               WRITE REG-CAPAC-HIST
           ELSE
               REWRITE REG-CAPAC-HIST
           END-IF

           IF FS-CAPHIST-OK THEN
               ADD 1 TO WS-QTD-GRAVADAS
           ELSE
               MOVE WS-FS-CAPHIST        TO WS-FS-CODIGO
               MOVE "CAPHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF.
       P237-FIM.

           COPY STATCHK.
       END PROGRAM RELCAPAC.
