      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/PASSAGEM UNICA DO CADUSER PARA
      *         OS PASSOS DE RELATORIO DA RODADA NOTURNA
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: chamado pelo CTLNOITE, le o
      *                 CADUSER uma vez so do primeiro ao ultimo codigo
      *                 e entrega cada registro aos passos logicos
      *                 ligados na area PAS-PARAMETROS - RECNUSER,
      *                 INTGUSER, EXTUSER, RELDEPTO, NOTIFUSER e, no
      *                 fechamento de mes, RELMOVTO - em vez de cada um
      *                 varrer o mestre inteiro de novo. Cada passo
      *                 roda pelas mesmas rotinas (BALPAS, ITGPAS,
      *                 CSVPAS, DEPPAS, NOTPAS e MOVPAS) que o programa
      *                 dele usa sozinho, entao as saidas sao as
      *                 mesmas, e devolve em PAS-RC o RETURN-CODE que o
      *                 programa daria. A cada 1000 registros, e logo
      *                 depois de qualquer notificacao gravada, o
      *                 estado de todos os passos vai para o ponto de
      *                 controle PASCKPT; a retomada pedida pelo
      *                 CTLNOITE continua do ultimo codigo gravado ali,
      *                 com o CSVUSER e o INTGREL cortados de volta ao
      *                 que o ponto de controle cobre.
      * 15/10/26 GERO - O passo RELDEPTO imprime o organograma de
      *                 departamentos com subtotal por ramo (rotina
      *                 DPTARV copiada junto da DEPPAS).
      * 15/10/26 GERO - A caixa de saida da passagem tambem consulta o
      *                 DVAFILE por chave e notifica o pedido de
      *                 atualizacao de endereco das cartas devolvidas
      *                 pelo correio (P879/P868 da NOTPAS); a
      *                 contagem desses pedidos vai no ponto de
      *                 controle (WS-CKP-NTF-ENDERECO) e volta na
      *                 retomada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY SEQSEL.
           COPY BALSEL.
           COPY GERSEL.
           COPY CPLSEL.
           COPY CTOSEL.
           COPY LCKSEL.
           COPY PENSEL.
           COPY AVISEL.
           COPY DVASEL.
           COPY DPTSEL.
           COPY ITGSEL.
           COPY CSVSEL.
           COPY CALSEL.
           COPY CNSSEL.
           COPY TRMSEL.
           COPY DEPSEL.
           COPY SPDSEL.
           COPY SECSEL.
           COPY NOTSEL.
           COPY NTDSEL.
           COPY NFRSEL.
           COPY HISTSEL.
           COPY AUDSEL.
           COPY MOVSEL.
           COPY PCKSEL.
           COPY PTMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CADCTRL.
           COPY SEQREC.

       FD BALUSER.
           COPY BALREC.

       FD GERCTLG.
           COPY GERREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CTOFILE.
           COPY CTOREC.

       FD LCKFILE.
           COPY LCKREC.

       FD PENFILE.
           COPY PENREC.

       FD AVIFILE.
           COPY AVIREC.

       FD DVAFILE.
           COPY DVAREC.

       FD DEPFILE.
           COPY DPTREC.

       FD INTGREL.
           COPY ITGREC.

       FD CSVUSER.
           COPY CSVREC.

       FD CALFILE.
           COPY CALREC.

       FD CNSFILE.
           COPY CNSREC.

       FD TRMFILE.
           COPY TRMREC.

       FD DEPUSER.
           COPY DEPREC.

       FD SEPFEED.
           COPY SPDREC.

       FD SECFILE.
           COPY SECREC.

       FD NOTFILE.
           COPY NOTREC.

       FD NTDFILE.
           COPY NTDREC.

       FD NOTREL.
           COPY NFRREC.

       FD CADHIST.
           COPY HISTREC.

       FD AUDLOG.
           COPY AUDREC.

       FD MOVREL.
           COPY MOVREC.

       FD PASCKPT.
           COPY PCKREC.

       FD PASTMP.
           COPY PTMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-LCKFILE                  PIC 99.
        88 FS-LCKFILE-OK                 VALUE 0.
       77 WS-FS-PENFILE                  PIC 99.
        88 FS-PENFILE-OK                 VALUE 0.
       77 WS-FS-AVIFILE                  PIC 99.
        88 FS-AVIFILE-OK                 VALUE 0.
       77 WS-FS-DVAFILE                  PIC 99.
        88 FS-DVAFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-FS-SECFILE                  PIC 99.
        88 FS-SECFILE-OK                 VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-PASCKPT                  PIC 99.
        88 FS-PASCKPT-OK                 VALUE 0.
       77 WS-FS-PASTMP                   PIC 99.
        88 FS-PASTMP-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-DATA-AGORA                  PIC 9(08).
       77 WS-HORA-AGORA                  PIC 9(08).
       77 WS-STAMP-AGORA                 PIC 9(14).
       77 WS-PAS-IDX                     PIC 9(02) COMP.
       77 WS-PAS-ATIVOS                  PIC X(06).
       77 WS-PAS-ULT-CD                  PIC 9(06).
       77 WS-PAS-LIDOS                   PIC 9(07).
       77 WS-PAS-DESDE-CKP               PIC 9(04).
       77 WS-PAS-INTERVALO               PIC 9(04) VALUE 1000.
       77 WS-PAS-MANTER                  PIC 9(07).
       77 WS-PAS-COPIADAS                PIC 9(07).
       77 WS-RETOMANDO                   PIC X.
        88 PAS-RETOMANDO                 VALUE "S" FALSE "N".
       77 WS-PARCIAIS                    PIC X.
        88 PARCIAIS-OK                   VALUE "S" FALSE "N".
       77 WS-CKP-NOVO                    PIC X.
        88 CKP-NOVO                      VALUE "S" FALSE "N".
       77 WS-RODA-BAL                    PIC X.
        88 RODA-RECNUSER                 VALUE "S" FALSE "N".
       77 WS-RODA-ITG                    PIC X.
        88 RODA-INTGUSER                 VALUE "S" FALSE "N".
       77 WS-RODA-CSV                    PIC X.
        88 RODA-EXTUSER                  VALUE "S" FALSE "N".
       77 WS-RODA-DEP                    PIC X.
        88 RODA-RELDEPTO                 VALUE "S" FALSE "N".
       77 WS-RODA-NTF                    PIC X.
        88 RODA-NOTIFUSER                VALUE "S" FALSE "N".
       77 WS-RODA-MOV                    PIC X.
        88 RODA-RELMOVTO                 VALUE "S" FALSE "N".

           COPY STATWRK.

           COPY CADWRK.

           COPY GERWRK.

           COPY TRMWK.

           COPY CNSWK.

           COPY DPTVALWK.

           COPY DPTARVWK.

           COPY SPDWK.

           COPY PRMWK.

           COPY BALPWK.

           COPY ITGPWK.

           COPY CSVPWK.

           COPY DEPPWK.

           COPY NOTPWK.

           COPY MOVPWK.

           COPY PCKWK.

       LINKAGE SECTION.

           COPY PASREC.

       PROCEDURE DIVISION USING PAS-PARAMETROS.

      ******************************************************************
      * P500-PASSAGEM: mainline - abre o CADUSER, abre (ou retoma) os
      * passos ligados, le o mestre do primeiro ao ultimo codigo
      * entregando cada registro a todos eles e fecha um a um, na
      * ordem da corrente, devolvendo o desfecho de cada passo na
      * area PAS-PARAMETROS.
      ******************************************************************
           P500-PASSAGEM.

           MOVE "PASSUSER"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO                    TO WS-PAS-ULT-CD
           MOVE ZERO                    TO WS-PAS-LIDOS
           MOVE ZERO                    TO WS-PAS-DESDE-CKP

           PERFORM P501-LE-PARAMETROS THRU P501-FIM
           PERFORM P502-LE-CHECKPOINT THRU P502-FIM

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER           TO WS-FS-CODIGO
           MOVE "CADUSER"               TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-CADUSER-OK THEN
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADUSER, FS="
                       WS-FS-CADUSER
               CLOSE CADUSER
               PERFORM P509-FALHA-GERAL THRU P509-FIM
               GOBACK
           END-IF

           IF PAS-RETOMANDO THEN
               PERFORM P504-RETOMA-CONSUMIDORES THRU P504-FIM
           END-IF

           IF NOT PAS-RETOMANDO THEN
               PERFORM P503-ABRE-CONSUMIDORES THRU P503-FIM
               PERFORM P510-GRAVA-CHECKPOINT THRU P510-FIM
           END-IF

           MOVE WS-PAS-ULT-CD           TO FD-CD-USER
           SET EOF-OK TO FALSE

           IF PAS-RETOMANDO AND WS-PAS-LIDOS GREATER ZERO THEN
               START CADUSER KEY IS GREATER FD-CD-USER
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
           ELSE
               START CADUSER KEY IS NOT LESS FD-CD-USER
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
           END-IF

           PERFORM P505-LE-CADUSER THRU P505-FIM UNTIL EOF-OK

           CLOSE CADUSER

           PERFORM P510-GRAVA-CHECKPOINT THRU P510-FIM

           PERFORM P506-FECHA-CONSUMIDORES THRU P506-FIM

           PERFORM P511-CONCLUI-CHECKPOINT THRU P511-FIM

           DISPLAY "PASSAGEM UNICA DO CADUSER: " WS-PAS-LIDOS
                   " REGISTROS LIDOS"

           MOVE ZERO TO RETURN-CODE

           GOBACK.
       P500-FIM.

      ******************************************************************
      * P501-LE-PARAMETROS: zera o desfecho de cada passo, guarda em
      * WS-PAS-ATIVOS quais foram ligados (e o que o ponto de controle
      * tem de conferir na retomada) e liga as marcas RODA-.
      ******************************************************************
           P501-LE-PARAMETROS.

           MOVE SPACES                  TO WS-PAS-ATIVOS

           PERFORM P507-LE-CONSUMIDOR THRU P507-FIM
                   VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX > 6

           MOVE PAS-ATIVO (1)           TO WS-RODA-BAL
           MOVE PAS-ATIVO (2)           TO WS-RODA-ITG
           MOVE PAS-ATIVO (3)           TO WS-RODA-CSV
           MOVE PAS-ATIVO (4)           TO WS-RODA-DEP
           MOVE PAS-ATIVO (5)           TO WS-RODA-NTF
           MOVE PAS-ATIVO (6)           TO WS-RODA-MOV.
       P501-FIM.

           P507-LE-CONSUMIDOR.

           MOVE PAS-ATIVO (WS-PAS-IDX)  TO WS-PAS-ATIVOS (WS-PAS-IDX:1)
           MOVE ZERO                    TO PAS-RC (WS-PAS-IDX)
           MOVE ZERO                    TO PAS-DT-FIM (WS-PAS-IDX).
       P507-FIM.

      ******************************************************************
      * P502-LE-CHECKPOINT: so com retomada pedida pelo CTLNOITE - le
      * o PASCKPT e retoma quando a passagem anterior ficou em
      * andamento com os mesmos passos ligados; a data da rodada passa
      * a ser a da passagem que caiu, para as saidas datadas serem as
      * mesmas. Qualquer outro caso recomeca do inicio.
      ******************************************************************
           P502-LE-CHECKPOINT.

           SET PAS-RETOMANDO TO FALSE

           IF NOT PAS-E-RETOMADA THEN
               GO TO P502-FIM
           END-IF

           OPEN INPUT PASCKPT
           IF NOT FS-PASCKPT-OK THEN
               DISPLAY "SEM PONTO DE CONTROLE DA PASSAGEM, RECOMECA"
                       " DO INICIO"
               GO TO P502-FIM
           END-IF

           MOVE "P"                     TO CKP-CHAVE
           READ PASCKPT INTO WS-PAS-CKPT
           INVALID KEY
               DISPLAY "SEM PONTO DE CONTROLE DA PASSAGEM, RECOMECA"
                       " DO INICIO"
               CLOSE PASCKPT
               GO TO P502-FIM
           END-READ

           CLOSE PASCKPT

           IF NOT CKP-EM-ANDAMENTO THEN
               DISPLAY "PASSAGEM ANTERIOR CONCLUIDA, RECOMECA DO"
                       " INICIO"
               GO TO P502-FIM
           END-IF

           IF WS-CKP-ATIVOS NOT EQUAL WS-PAS-ATIVOS THEN
               DISPLAY "PONTO DE CONTROLE E DE OUTRO CONJUNTO DE"
                       " PASSOS, PASSAGEM RECOMECA DO INICIO"
               GO TO P502-FIM
           END-IF

           SET PAS-RETOMANDO TO TRUE
           MOVE WS-CKP-DATA-RODADA      TO WS-DATA-SISTEMA
           MOVE WS-CKP-ULT-CD-USER      TO WS-PAS-ULT-CD
           MOVE WS-CKP-QTD-LIDOS        TO WS-PAS-LIDOS.
       P502-FIM.

      ******************************************************************
      * P503-ABRE-CONSUMIDORES: abertura de cada passo ligado, na ordem
      * da corrente. Sem caixa de saida o NOTIFUSER falha sozinho e
      * sai da passagem; os outros seguem.
      ******************************************************************
           P503-ABRE-CONSUMIDORES.

           IF RODA-RECNUSER THEN
               MOVE "RECNUSER"          TO WS-FS-PROGRAMA
               PERFORM P741-BAL-ABRE THRU P741-FIM
           END-IF

           IF RODA-INTGUSER THEN
               MOVE "INTGUSER"          TO WS-FS-PROGRAMA
               PERFORM P727-ITG-ABRE THRU P727-FIM
           END-IF

           IF RODA-EXTUSER THEN
               MOVE "EXTUSER"           TO WS-FS-PROGRAMA
               PERFORM P736-CSV-ABRE THRU P736-FIM
           END-IF

           IF RODA-RELDEPTO THEN
               MOVE "RELDEPTO"          TO WS-FS-PROGRAMA
               PERFORM P811-DEP-ABRE THRU P811-FIM
           END-IF

           IF RODA-NOTIFUSER THEN
               MOVE "NOTIFUSER"         TO WS-FS-PROGRAMA
               PERFORM P877-NTF-ABRE THRU P877-FIM
               IF WS-NTF-RC EQUAL 8 THEN
                   PERFORM P508-DESLIGA-NOTIF THRU P508-FIM
               END-IF
           END-IF

           IF RODA-RELMOVTO THEN
               MOVE "RELMOVTO"          TO WS-FS-PROGRAMA
               PERFORM P787-MOV-ABRE THRU P787-FIM
           END-IF

           MOVE "PASSUSER"              TO WS-FS-PROGRAMA.
       P503-FIM.

      ******************************************************************
      * P504-RETOMA-CONSUMIDORES: devolve a cada passo ligado o estado
      * gravado no ponto de controle e reabre as saidas dele - o
      * CSVUSER e o INTGREL cortados de volta as linhas que o ponto de
      * controle cobre, a caixa de saida e a lista impressa em EXTEND
      * (toda notificacao gravada ja forcou um ponto de controle e a
      * deduplicacao do NTDFILE nao deixa repetir). Saida parcial
      * sumida faz a passagem recomecar do inicio.
      ******************************************************************
           P504-RETOMA-CONSUMIDORES.

           PERFORM P515-CONFERE-PARCIAIS THRU P515-FIM

           IF NOT PARCIAIS-OK THEN
               DISPLAY "SAIDA PARCIAL DA PASSAGEM NAO ENCONTRADA,"
                       " PASSAGEM RECOMECA DO INICIO"
               SET PAS-RETOMANDO TO FALSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE ZERO                TO WS-PAS-ULT-CD
               MOVE ZERO                TO WS-PAS-LIDOS
               GO TO P504-FIM
           END-IF

           DISPLAY "RETOMANDO A PASSAGEM DO CADUSER DEPOIS DO CODIGO "
                   WS-PAS-ULT-CD " (RODADA DE " WS-DATA-SISTEMA ")"

           IF RODA-RECNUSER THEN
               MOVE "RECNUSER"          TO WS-FS-PROGRAMA
               PERFORM P741-BAL-ABRE THRU P741-FIM
               MOVE WS-CKP-BAL-ATIVO    TO WS-QTD-ATIVO
               MOVE WS-CKP-BAL-INATIVO  TO WS-QTD-INATIVO
           END-IF

           IF RODA-INTGUSER THEN
               MOVE "INTGUSER"          TO WS-FS-PROGRAMA
               MOVE ZERO                TO WS-ITG-RC
               MOVE WS-CKP-ITG-ACHADOS  TO WS-QTD-ACHADOS
               PERFORM P520-TRUNCA-INTGREL THRU P520-FIM
               PERFORM P718-ITG-ABRE-DEPTOS THRU P718-FIM
           END-IF

           IF RODA-EXTUSER THEN
               MOVE "EXTUSER"           TO WS-FS-PROGRAMA
               PERFORM P734-CSV-PREPARA THRU P734-FIM
               MOVE WS-CKP-CSV-COUNT    TO WS-COUNT
               MOVE WS-CKP-CSV-SEM-CONSENT TO WS-QTD-SEM-CONSENT
               MOVE WS-CKP-CSV-HASH     TO WS-CSV-HASH
               MOVE WS-CKP-CSV-MODO     TO WS-MODO-DELTA
               MOVE WS-CKP-CSV-CORTE    TO WS-DT-CORTE
               PERFORM P521-TRUNCA-CSVUSER THRU P521-FIM
               PERFORM P927-ABRE-CNSFILE THRU P927-FIM
           END-IF

           IF RODA-RELDEPTO THEN
               MOVE "RELDEPTO"          TO WS-FS-PROGRAMA
               PERFORM P811-DEP-ABRE THRU P811-FIM
               MOVE WS-CKP-DEP-QTD      TO WS-QTD-DEPTOS
               MOVE WS-CKP-DEP-TOTAL    TO WS-TOTAL-GERAL
               MOVE WS-CKP-DEP-TABELA   TO TAB-DEPTOS
           END-IF

           IF RODA-NOTIFUSER THEN
               MOVE "NOTIFUSER"         TO WS-FS-PROGRAMA
               PERFORM P512-REABRE-NOTIF THRU P512-FIM
               IF WS-NTF-RC EQUAL 8 THEN
                   PERFORM P508-DESLIGA-NOTIF THRU P508-FIM
               END-IF
           END-IF

           IF RODA-RELMOVTO THEN
               MOVE "RELMOVTO"          TO WS-FS-PROGRAMA
               PERFORM P787-MOV-ABRE THRU P787-FIM
               MOVE WS-CKP-MOV-ATIVOS-HOJE TO WS-QTD-ATIVOS-HOJE
               MOVE WS-CKP-MOV-TABELA   TO TAB-MESES
           END-IF

           MOVE "PASSUSER"              TO WS-FS-PROGRAMA.
       P504-FIM.

      ******************************************************************
      * P505-LE-CADUSER: le o proximo registro do mestre e entrega aos
      * passos ligados; grava o ponto de controle a cada
      * WS-PAS-INTERVALO registros e logo depois de qualquer
      * notificacao gravada.
      ******************************************************************
           P505-LE-CADUSER.

           READ CADUSER NEXT INTO CAD-USER
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P513-REGISTRO THRU P513-FIM
           END-READ.
       P505-FIM.

           P513-REGISTRO.

           ADD 1                        TO WS-PAS-LIDOS

           IF RODA-RECNUSER THEN
               PERFORM P742-BAL-REGISTRO THRU P742-FIM
           END-IF
           IF RODA-INTGUSER THEN
               PERFORM P728-ITG-REGISTRO THRU P728-FIM
           END-IF
           IF RODA-EXTUSER THEN
               PERFORM P737-CSV-REGISTRO THRU P737-FIM
           END-IF
           IF RODA-RELDEPTO THEN
               PERFORM P812-DEP-REGISTRO THRU P812-FIM
           END-IF
           IF RODA-NOTIFUSER THEN
               PERFORM P879-NTF-REGISTRO THRU P879-FIM
           END-IF
           IF RODA-RELMOVTO THEN
               PERFORM P788-MOV-REGISTRO THRU P788-FIM
           END-IF

           MOVE WS-CD-USER              TO WS-PAS-ULT-CD
           ADD 1                        TO WS-PAS-DESDE-CKP

           IF WS-PAS-DESDE-CKP NOT LESS WS-PAS-INTERVALO OR
              NTF-GRAVOU THEN
               PERFORM P510-GRAVA-CHECKPOINT THRU P510-FIM
           END-IF.
       P513-FIM.

      ******************************************************************
      * P506-FECHA-CONSUMIDORES: fechamento de cada passo ligado, na
      * ordem da corrente, com o RETURN-CODE e o momento do fim de
      * cada um devolvidos ao CTLNOITE.
      ******************************************************************
           P506-FECHA-CONSUMIDORES.

           IF RODA-RECNUSER THEN
               MOVE "RECNUSER"          TO WS-FS-PROGRAMA
               PERFORM P743-BAL-FECHA THRU P743-FIM
               MOVE WS-BAL-RC           TO PAS-RC (1)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (1)
           END-IF

           IF RODA-INTGUSER THEN
               MOVE "INTGUSER"          TO WS-FS-PROGRAMA
               PERFORM P729-ITG-FECHA THRU P729-FIM
               MOVE WS-ITG-RC           TO PAS-RC (2)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (2)
           END-IF

           IF RODA-EXTUSER THEN
               MOVE "EXTUSER"           TO WS-FS-PROGRAMA
               PERFORM P738-CSV-FECHA THRU P738-FIM
               MOVE WS-CSV-RC           TO PAS-RC (3)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (3)
           END-IF

           IF RODA-RELDEPTO THEN
               MOVE "RELDEPTO"          TO WS-FS-PROGRAMA
               PERFORM P813-DEP-FECHA THRU P813-FIM
               MOVE WS-DEP-RC           TO PAS-RC (4)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (4)
           END-IF

           IF RODA-NOTIFUSER THEN
               MOVE "NOTIFUSER"         TO WS-FS-PROGRAMA
               PERFORM P878-NTF-FECHA THRU P878-FIM
               MOVE WS-NTF-RC           TO PAS-RC (5)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (5)
           END-IF

           IF RODA-RELMOVTO THEN
               MOVE "RELMOVTO"          TO WS-FS-PROGRAMA
               PERFORM P789-MOV-FECHA THRU P789-FIM
               MOVE WS-MOV-RC           TO PAS-RC (6)
               PERFORM P530-AGORA THRU P530-FIM
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (6)
           END-IF

           MOVE "PASSUSER"              TO WS-FS-PROGRAMA.
       P506-FIM.

      ******************************************************************
      * P508-DESLIGA-NOTIF: NOTIFUSER sem caixa de saida termina com
      * falha, como rodando sozinho, e sai da passagem.
      ******************************************************************
           P508-DESLIGA-NOTIF.

           MOVE 8                       TO PAS-RC (5)
           PERFORM P530-AGORA THRU P530-FIM
           MOVE WS-STAMP-AGORA          TO PAS-DT-FIM (5)
           SET RODA-NOTIFUSER TO FALSE.
       P508-FIM.

      ******************************************************************
      * P509-FALHA-GERAL: sem CADUSER nenhum passo roda - todos os
      * ligados terminam com falha.
      ******************************************************************
           P509-FALHA-GERAL.

           PERFORM P530-AGORA THRU P530-FIM

           PERFORM P517-FALHA-PASSO THRU P517-FIM
                   VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX > 6.
       P509-FIM.

           P517-FALHA-PASSO.

           IF PAS-RODA (WS-PAS-IDX) THEN
               MOVE 8                   TO PAS-RC (WS-PAS-IDX)
               MOVE WS-STAMP-AGORA      TO PAS-DT-FIM (WS-PAS-IDX)
           END-IF.
       P517-FIM.

      ******************************************************************
      * P510-GRAVA-CHECKPOINT: descarrega as saidas gravadas durante a
      * passagem e grava no PASCKPT, em andamento, o ultimo codigo
      * processado e o estado de cada passo ligado.
      ******************************************************************
           P510-GRAVA-CHECKPOINT.

           PERFORM P514-DESCARREGA-SAIDAS THRU P514-FIM

           INITIALIZE WS-PAS-CKPT
           MOVE "P"                     TO WS-CKP-CHAVE
           SET CKP-EM-ANDAMENTO TO TRUE
           MOVE WS-DATA-SISTEMA         TO WS-CKP-DATA-RODADA
           MOVE WS-PAS-ATIVOS           TO WS-CKP-ATIVOS
           MOVE WS-PAS-ULT-CD           TO WS-CKP-ULT-CD-USER
           MOVE WS-PAS-LIDOS            TO WS-CKP-QTD-LIDOS

           IF RODA-RECNUSER THEN
               MOVE WS-QTD-ATIVO        TO WS-CKP-BAL-ATIVO
               MOVE WS-QTD-INATIVO      TO WS-CKP-BAL-INATIVO
           END-IF

           IF RODA-INTGUSER THEN
               MOVE WS-QTD-ACHADOS      TO WS-CKP-ITG-ACHADOS
           END-IF

           IF RODA-EXTUSER THEN
               MOVE WS-COUNT            TO WS-CKP-CSV-COUNT
               MOVE WS-QTD-SEM-CONSENT  TO WS-CKP-CSV-SEM-CONSENT
               MOVE WS-CSV-HASH         TO WS-CKP-CSV-HASH
               MOVE WS-MODO-DELTA       TO WS-CKP-CSV-MODO
               MOVE WS-DT-CORTE         TO WS-CKP-CSV-CORTE
           END-IF

           IF RODA-RELDEPTO THEN
               MOVE WS-QTD-DEPTOS       TO WS-CKP-DEP-QTD
               MOVE WS-TOTAL-GERAL      TO WS-CKP-DEP-TOTAL
               MOVE TAB-DEPTOS          TO WS-CKP-DEP-TABELA
           END-IF

           IF RODA-NOTIFUSER THEN
               MOVE WS-QTD-OUTBOX       TO WS-CKP-NTF-OUTBOX
               MOVE WS-QTD-IMPRESSAS    TO WS-CKP-NTF-IMPRESSAS
               MOVE WS-QTD-SECUNDARIO   TO WS-CKP-NTF-SECUNDARIO
               MOVE WS-QTD-SEM-EMAIL    TO WS-CKP-NTF-SEM-EMAIL
               MOVE WS-NTF-SEM-CONSENT  TO WS-CKP-NTF-SEM-CONSENT
               MOVE WS-NTF-HASH         TO WS-CKP-NTF-HASH
               MOVE WS-QTD-NTF-ENDERECO TO WS-CKP-NTF-ENDERECO
           END-IF

           IF RODA-RELMOVTO THEN
               MOVE WS-QTD-ATIVOS-HOJE  TO WS-CKP-MOV-ATIVOS-HOJE
               MOVE TAB-MESES           TO WS-CKP-MOV-TABELA
           END-IF

           PERFORM P516-GRAVA-REGISTRO-CKP THRU P516-FIM

           MOVE ZERO                    TO WS-PAS-DESDE-CKP
           SET NTF-GRAVOU TO FALSE.
       P510-FIM.

      ******************************************************************
      * P511-CONCLUI-CHECKPOINT: passagem inteira fechada - o ponto de
      * controle fica concluido e nao serve mais de retomada.
      ******************************************************************
           P511-CONCLUI-CHECKPOINT.

           SET CKP-CONCLUIDA TO TRUE
           PERFORM P516-GRAVA-REGISTRO-CKP THRU P516-FIM.
       P511-FIM.

      ******************************************************************
      * P516-GRAVA-REGISTRO-CKP: grava (ou regrava) o registro "P" do
      * PASCKPT a partir do mirror WS-PAS-CKPT. Ponto de controle
      * indisponivel so avisa - a passagem segue, sem retomada.
      ******************************************************************
           P516-GRAVA-REGISTRO-CKP.

           OPEN I-O PASCKPT
           IF WS-FS-PASCKPT EQUAL 35 THEN
               OPEN OUTPUT PASCKPT
               CLOSE PASCKPT
               OPEN I-O PASCKPT
           END-IF

           IF NOT FS-PASCKPT-OK THEN
               MOVE WS-FS-PASCKPT        TO WS-FS-CODIGO
               MOVE "PASCKPT"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "PONTO DE CONTROLE DA PASSAGEM NAO GRAVADO,"
                       " FS=" WS-FS-PASCKPT
               GO TO P516-FIM
           END-IF

           SET CKP-NOVO TO FALSE
           MOVE "P"                     TO CKP-CHAVE
           READ PASCKPT
           INVALID KEY
               SET CKP-NOVO TO TRUE
           END-READ

           IF CKP-NOVO THEN
               WRITE REG-PAS-CKPT FROM WS-PAS-CKPT
           ELSE
               REWRITE REG-PAS-CKPT FROM WS-PAS-CKPT
           END-IF

           CLOSE PASCKPT.
       P516-FIM.

      ******************************************************************
      * P514-DESCARREGA-SAIDAS: fecha e reabre em EXTEND as saidas
      * gravadas durante a passagem, para o que o ponto de controle
      * conta estar de fato no disco.
      ******************************************************************
           P514-DESCARREGA-SAIDAS.

           IF RODA-INTGUSER THEN
               CLOSE INTGREL
               OPEN EXTEND INTGREL
           END-IF

           IF RODA-EXTUSER THEN
               CLOSE CSVUSER
               OPEN EXTEND CSVUSER
           END-IF

           IF RODA-NOTIFUSER THEN
               CLOSE NOTFILE
               OPEN EXTEND NOTFILE
               CLOSE NOTREL
               OPEN EXTEND NOTREL
               IF FS-NTDFILE-OK THEN
                   CLOSE NTDFILE
                   OPEN I-O NTDFILE
               END-IF
           END-IF.
       P514-FIM.

      ******************************************************************
      * P515-CONFERE-PARCIAIS: na retomada, o CSVUSER e o INTGREL da
      * passagem que caiu tem de existir para serem cortados.
      ******************************************************************
           P515-CONFERE-PARCIAIS.

           SET PARCIAIS-OK TO TRUE

           IF RODA-INTGUSER THEN
               OPEN INPUT INTGREL
               IF FS-INTGREL-OK THEN
                   CLOSE INTGREL
               ELSE
                   SET PARCIAIS-OK TO FALSE
               END-IF
           END-IF

           IF RODA-EXTUSER THEN
               PERFORM P734-CSV-PREPARA THRU P734-FIM
               OPEN INPUT CSVUSER
               IF FS-CSVUSER-OK THEN
                   CLOSE CSVUSER
               ELSE
                   SET PARCIAIS-OK TO FALSE
               END-IF
           END-IF.
       P515-FIM.

      ******************************************************************
      * P512-REABRE-NOTIF: retomada do NOTIFUSER - contagens do ponto
      * de controle, caixa de saida e lista impressa em EXTEND e os
      * arquivos dos avisos de novo abertos.
      ******************************************************************
           P512-REABRE-NOTIF.

           MOVE ZERO                    TO WS-NTF-RC
           SET NTF-GRAVOU TO FALSE
           MOVE WS-CKP-NTF-OUTBOX       TO WS-QTD-OUTBOX
           MOVE WS-CKP-NTF-IMPRESSAS    TO WS-QTD-IMPRESSAS
           MOVE WS-CKP-NTF-SECUNDARIO   TO WS-QTD-SECUNDARIO
           MOVE WS-CKP-NTF-SEM-EMAIL    TO WS-QTD-SEM-EMAIL
           MOVE WS-CKP-NTF-SEM-CONSENT  TO WS-NTF-SEM-CONSENT
           MOVE WS-CKP-NTF-HASH         TO WS-NTF-HASH
           MOVE WS-CKP-NTF-ENDERECO     TO WS-QTD-NTF-ENDERECO

           OPEN EXTEND NOTFILE
           IF WS-FS-NOTFILE EQUAL 35 THEN
               OPEN OUTPUT NOTFILE
           END-IF
           IF NOT FS-NOTFILE-OK THEN
               MOVE WS-FS-NOTFILE        TO WS-FS-CODIGO
               MOVE "NOTFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8                    TO WS-NTF-RC
               GO TO P512-FIM
           END-IF

           OPEN EXTEND NOTREL
           IF WS-FS-NOTREL EQUAL 35 THEN
               OPEN OUTPUT NOTREL
           END-IF

           OPEN I-O NTDFILE
           IF WS-FS-NTDFILE EQUAL 35 THEN
               OPEN OUTPUT NTDFILE
               CLOSE NTDFILE
               OPEN I-O NTDFILE
           END-IF

           PERFORM P880-NTF-ABRE-AVISOS THRU P880-FIM.
       P512-FIM.

      ******************************************************************
      * P520-TRUNCA-INTGREL: deixa no INTGREL so o cabecalho e os
      * achados que o ponto de controle conta, passando pelo PASTMP, e
      * o deixa aberto para continuar gravando.
      ******************************************************************
           P520-TRUNCA-INTGREL.

           COMPUTE WS-PAS-MANTER = 2 + WS-QTD-ACHADOS
           MOVE ZERO                    TO WS-PAS-COPIADAS

           OPEN INPUT INTGREL
           OPEN OUTPUT PASTMP
           SET EOF-OK TO FALSE
           PERFORM P522-ITG-PARA-TMP THRU P522-FIM
                   UNTIL EOF-OK
                      OR WS-PAS-COPIADAS NOT LESS WS-PAS-MANTER
           CLOSE INTGREL
           CLOSE PASTMP

           OPEN INPUT PASTMP
           OPEN OUTPUT INTGREL
           SET EOF-OK TO FALSE
           PERFORM P523-TMP-PARA-ITG THRU P523-FIM UNTIL EOF-OK
           CLOSE PASTMP.
       P520-FIM.

           P522-ITG-PARA-TMP.

           READ INTGREL
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE ITG-LINHA           TO PTM-LINHA
               WRITE REG-PAS-TMP
               ADD 1                    TO WS-PAS-COPIADAS
           END-READ.
       P522-FIM.

           P523-TMP-PARA-ITG.

           READ PASTMP
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE PTM-LINHA           TO ITG-LINHA
               WRITE REG-INTEG-REL
           END-READ.
       P523-FIM.

      ******************************************************************
      * P521-TRUNCA-CSVUSER: deixa no CSVUSER so o cabecalho e as
      * linhas que o ponto de controle conta, passando pelo PASTMP, e
      * o deixa aberto para continuar gravando.
      ******************************************************************
           P521-TRUNCA-CSVUSER.

           COMPUTE WS-PAS-MANTER = 1 + WS-COUNT
           MOVE ZERO                    TO WS-PAS-COPIADAS

           OPEN INPUT CSVUSER
           OPEN OUTPUT PASTMP
           SET EOF-OK TO FALSE
           PERFORM P524-CSV-PARA-TMP THRU P524-FIM
                   UNTIL EOF-OK
                      OR WS-PAS-COPIADAS NOT LESS WS-PAS-MANTER
           CLOSE CSVUSER
           CLOSE PASTMP

           OPEN INPUT PASTMP
           OPEN OUTPUT CSVUSER
           SET EOF-OK TO FALSE
           PERFORM P525-TMP-PARA-CSV THRU P525-FIM UNTIL EOF-OK
           CLOSE PASTMP.
       P521-FIM.

           P524-CSV-PARA-TMP.

           READ CSVUSER
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE CSV-LINHA           TO PTM-LINHA
               WRITE REG-PAS-TMP
               ADD 1                    TO WS-PAS-COPIADAS
           END-READ.
       P524-FIM.

           P525-TMP-PARA-CSV.

           READ PASTMP
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE PTM-LINHA           TO CSV-LINHA
               WRITE REG-CSV
           END-READ.
       P525-FIM.

           P530-AGORA.

           ACCEPT WS-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           STRING WS-DATA-AGORA         DELIMITED BY SIZE
                  WS-HORA-AGORA(1:6)    DELIMITED BY SIZE
                  INTO WS-STAMP-AGORA
           END-STRING.
       P530-FIM.

           COPY BALPAS.

           COPY ITGPAS.

           COPY CSVPAS.

           COPY DEPPAS.

           COPY NOTPAS.

           COPY MOVPAS.

           COPY DPTVAL.

           COPY DPTARV.

           COPY GERGRV.

           COPY TRMGRV.

           COPY CNSVAL.

           COPY SPDGRV.

           COPY STATCHK.
       END PROGRAM PASSUSER.
