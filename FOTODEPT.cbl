      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/FOTOGRAFIA MENSAL DO QUADRO POR
      *         DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo de fechamento de mes da
      *                 corrente do CTLNOITE. Grava no DPTHIST, para
      *                 cada departamento do DEPFILE e cada codigo de
      *                 departamento achado no CADUSER, os ativos, os
      *                 inativos, o teto de vagas (DPT-VAGAS) e o
      *                 movimento do mes de negocio - cadastros e
      *                 reativacoes entrando, inativacoes saindo. O
      *                 RELDEPTO so mostra o quadro de hoje e o RELMOVTO
      *                 so o mes corrente; a pergunta da diretoria
      *                 sobre o crescimento do ano era respondida
      *                 garimpando geracoes velhas do DEPUSER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTODEPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY HISTSEL.
           COPY AUDSEL.
           COPY DPTSEL.
           COPY CALSEL.
           COPY DPHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CADHIST.
           COPY HISTREC.

       FD AUDLOG.
           COPY AUDREC.

       FD DEPFILE.
           COPY DPTREC.

       FD CALFILE.
           COPY CALREC.

       FD DPTHIST.
           COPY DPHREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-DPTHIST                  PIC 99.
        88 FS-DPTHIST-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CAL-EOF                     PIC X.
        88 CAL-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP                       PIC 9(14).
       77 WS-DATA-NEGOCIO                PIC 9(08).
       77 WS-AAAAMM                      PIC 9(06).
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-TDX                         PIC 9(02) COMP.
       77 WS-QTD-DEPTOS                  PIC 9(02) COMP VALUE ZERO.
       77 WS-DEPTO-BUSCA                 PIC X(10).
       77 WS-DEPTO-ACHADO                PIC X.
        88 DEPTO-ACHADO                  VALUE "S" FALSE "N".
       77 WS-TAB-CHEIA                   PIC X.
        88 TAB-CHEIA                     VALUE "S" FALSE "N".
       77 WS-QTD-GRAVADAS                PIC 9(04).

       01 TAB-DEPTOS.
           03 TAB-DEPTO OCCURS 50 TIMES.
               05 TAB-NOME-DEPTO         PIC X(10).
               05 TAB-QTD-ATIVO          PIC 9(06).
               05 TAB-QTD-INATIVO        PIC 9(06).
               05 TAB-VAGAS              PIC 9(05).
               05 TAB-QTD-ENTRADAS       PIC 9(06).
               05 TAB-QTD-SAIDAS         PIC 9(06).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P616-FOTOGRAFAR: mainline do passo - acha o mes de negocio,
      * monta a tabela de departamentos (DEPFILE primeiro, para quem
      * esta sem ninguem tambem ter fotografia), conta o CADUSER, o
      * CADHIST e as reativacoes do AUDLOG e grava a fotografia.
      ******************************************************************
           P616-FOTOGRAFAR.

           MOVE "FOTODEPT"          TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-DEPTOS
           MOVE ZERO                     TO WS-QTD-GRAVADAS
           SET TAB-CHEIA TO FALSE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO WS-STAMP
           END-STRING

           PERFORM P617-MES-NEGOCIO THRU P617-FIM

           OPEN INPUT DEPFILE
           IF FS-DEPFILE-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P626-CARREGA-DEPTO THRU P626-FIM UNTIL EOF-OK
               CLOSE DEPFILE
           ELSE
               MOVE WS-FS-DEPFILE        TO WS-FS-CODIGO
               MOVE "DEPFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P619-CONTA-USUARIO THRU P619-FIM UNTIL EOF-OK

           OPEN INPUT CADHIST
           IF FS-CADHIST-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P623-CONTA-SAIDA THRU P623-FIM UNTIL EOF-OK
               CLOSE CADHIST
           END-IF

           OPEN INPUT AUDLOG
           IF FS-AUDLOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P624-CONTA-REATIVACAO THRU P624-FIM
                       UNTIL EOF-OK
               CLOSE AUDLOG
           END-IF

           CLOSE CADUSER

           OPEN I-O DPTHIST
           IF WS-FS-DPTHIST EQUAL 35 THEN
               OPEN OUTPUT DPTHIST
               CLOSE DPTHIST
               OPEN I-O DPTHIST
           END-IF
           IF NOT FS-DPTHIST-OK THEN
               MOVE WS-FS-DPTHIST        TO WS-FS-CODIGO
               MOVE "DPTHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P627-GRAVA-FOTO THRU P627-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEPTOS

           CLOSE DPTHIST

           DISPLAY "FOTOGRAFIA DO MES " WS-AAAAMM
                   " GRAVADA NO DPTHIST: " WS-QTD-GRAVADAS
                   " DEPARTAMENTOS"

           IF TAB-CHEIA THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P616-FIM.

      ******************************************************************
      * P617-MES-NEGOCIO: o mes fotografado e o da data de negocio
      * aberta no CALFILE - a rodada do fechamento pode passar da
      * meia-noite e cair no dia 1 do mes seguinte. Sem calendario
      * vale a data do sistema.
      ******************************************************************
           P617-MES-NEGOCIO.

           MOVE WS-DATA-SISTEMA          TO WS-DATA-NEGOCIO

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               GO TO P617-SAI
           END-IF

           MOVE ZERO                     TO CAL-DATA
           SET CAL-EOF-OK TO FALSE
           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET CAL-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P618-LE-CALEN THRU P618-FIM UNTIL CAL-EOF-OK
           END-START

           CLOSE CALFILE.

       P617-SAI.
           MOVE WS-DATA-NEGOCIO(1:6)     TO WS-AAAAMM.
       P617-FIM.

           P618-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET CAL-EOF-OK TO TRUE
           NOT AT END
               IF CAL-ABERTA THEN
                   MOVE CAL-DATA         TO WS-DATA-NEGOCIO
                   SET CAL-EOF-OK TO TRUE
               END-IF
           END-READ.
       P618-FIM.

      ******************************************************************
      * P626-CARREGA-DEPTO: cada departamento do DEPFILE entra na
      * tabela com o teto de vagas em vigor - ativo ou extinto, a
      * fotografia registra o que havia no mes.
      ******************************************************************
           P626-CARREGA-DEPTO.

           READ DEPFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P626-FIM
           END-READ

           MOVE DPT-CODIGO               TO WS-DEPTO-BUSCA
           PERFORM P621-ACHA-DEPTO THRU P621-FIM
           IF DEPTO-ACHADO THEN
               MOVE DPT-VAGAS            TO TAB-VAGAS (WS-TDX)
           END-IF.
       P626-FIM.

      ******************************************************************
      * P619-CONTA-USUARIO: soma o usuario como ativo ou inativo no
      * departamento dele, e como entrada quando o cadastro e do mes.
      ******************************************************************
           P619-CONTA-USUARIO.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P619-FIM
           END-READ

           MOVE FD-DEPTO                 TO WS-DEPTO-BUSCA
           PERFORM P621-ACHA-DEPTO THRU P621-FIM
           IF NOT DEPTO-ACHADO THEN
               GO TO P619-FIM
           END-IF

           IF FD-ST-ATIVO THEN
               ADD 1 TO TAB-QTD-ATIVO (WS-TDX)
           ELSE
               ADD 1 TO TAB-QTD-INATIVO (WS-TDX)
           END-IF

           IF FD-DT-CADASTRO(1:6) EQUAL WS-AAAAMM THEN
               ADD 1 TO TAB-QTD-ENTRADAS (WS-TDX)
           END-IF.
       P619-FIM.

      ******************************************************************
      * P623-CONTA-SAIDA: inativacao arquivada no CADHIST no mes sai
      * do departamento que o usuario tinha na inativacao.
      ******************************************************************
           P623-CONTA-SAIDA.

           READ CADHIST
           AT END
               SET EOF-OK TO TRUE
               GO TO P623-FIM
           END-READ

           IF HIST-DATA-HORA(1:6) NOT EQUAL WS-AAAAMM THEN
               GO TO P623-FIM
           END-IF

           MOVE HIST-DEPTO               TO WS-DEPTO-BUSCA
           PERFORM P621-ACHA-DEPTO THRU P621-FIM
           IF DEPTO-ACHADO THEN
               ADD 1 TO TAB-QTD-SAIDAS (WS-TDX)
           END-IF.
       P623-FIM.

      ******************************************************************
      * P624-CONTA-REATIVACAO: reversao de STATUS "I" para "A" no
      * AUDLOG dentro do mes (REATUSER, MNTUSER) conta como entrada no
      * departamento atual do usuario.
      ******************************************************************
           P624-CONTA-REATIVACAO.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
               GO TO P624-FIM
           END-READ

           IF AUD-CAMPO NOT EQUAL "STATUS" OR
              AUD-VALOR-ANT(1:1) NOT EQUAL "I" OR
              AUD-VALOR-NOVO(1:1) NOT EQUAL "A" OR
              AUD-DATA-HORA(1:6) NOT EQUAL WS-AAAAMM THEN
               GO TO P624-FIM
           END-IF

           MOVE AUD-CD-USER              TO FD-CD-USER
           READ CADUSER KEY IS FD-CD-USER
           INVALID KEY
               GO TO P624-FIM
           END-READ

           MOVE FD-DEPTO                 TO WS-DEPTO-BUSCA
           PERFORM P621-ACHA-DEPTO THRU P621-FIM
           IF DEPTO-ACHADO THEN
               ADD 1 TO TAB-QTD-ENTRADAS (WS-TDX)
           END-IF.
       P624-FIM.

      ******************************************************************
      * P621-ACHA-DEPTO: procura WS-DEPTO-BUSCA na tabela e devolve a
      * posicao em WS-TDX, criando a entrada zerada na primeira vez.
      * Tabela cheia avisa uma vez e o passo termina com aviso.
      ******************************************************************
           P621-ACHA-DEPTO.

           SET DEPTO-ACHADO TO FALSE
           PERFORM P622-COMPARA-DEPTO THRU P622-FIM
                   VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-QTD-DEPTOS OR DEPTO-ACHADO

           IF DEPTO-ACHADO THEN
               SUBTRACT 1 FROM WS-TDX
               GO TO P621-FIM
           END-IF

           IF WS-QTD-DEPTOS NOT LESS 50 THEN
               IF NOT TAB-CHEIA THEN
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA, "
                           "DEPARTAMENTO " WS-DEPTO-BUSCA
                           " E SEGUINTES FORA DA FOTOGRAFIA"
               END-IF
               SET TAB-CHEIA TO TRUE
               GO TO P621-FIM
           END-IF

           ADD 1                         TO WS-QTD-DEPTOS
           MOVE WS-QTD-DEPTOS            TO WS-TDX
           MOVE WS-DEPTO-BUSCA           TO TAB-NOME-DEPTO (WS-TDX)
           MOVE ZERO                     TO TAB-QTD-ATIVO (WS-TDX)
           MOVE ZERO                     TO TAB-QTD-INATIVO (WS-TDX)
           MOVE ZERO                     TO TAB-VAGAS (WS-TDX)
           MOVE ZERO                     TO TAB-QTD-ENTRADAS (WS-TDX)
           MOVE ZERO                     TO TAB-QTD-SAIDAS (WS-TDX)
           SET DEPTO-ACHADO TO TRUE.
       P621-FIM.

           P622-COMPARA-DEPTO.

           IF TAB-NOME-DEPTO (WS-TDX) EQUAL WS-DEPTO-BUSCA THEN
               SET DEPTO-ACHADO TO TRUE
           END-IF.
       P622-FIM.

      ******************************************************************
      * P627-GRAVA-FOTO: grava a fotografia do departamento; o mesmo
      * mes ja fotografado (fechamento reexecutado) e substituido.
      ******************************************************************
           P627-GRAVA-FOTO.

           MOVE WS-AAAAMM                TO DPH-AAAAMM
           MOVE TAB-NOME-DEPTO (WS-IDX)  TO DPH-DEPTO
           MOVE TAB-QTD-ATIVO (WS-IDX)   TO DPH-QTD-ATIVO
           MOVE TAB-QTD-INATIVO (WS-IDX) TO DPH-QTD-INATIVO
           MOVE TAB-VAGAS (WS-IDX)       TO DPH-VAGAS
           MOVE TAB-QTD-ENTRADAS (WS-IDX) TO DPH-QTD-ENTRADAS
           MOVE TAB-QTD-SAIDAS (WS-IDX)  TO DPH-QTD-SAIDAS
           MOVE WS-STAMP                 TO DPH-DT-FOTO

           WRITE REG-DPTO-HIST
           INVALID KEY
               REWRITE REG-DPTO-HIST
               END-REWRITE
           END-WRITE

           IF FS-DPTHIST-OK THEN
               ADD 1 TO WS-QTD-GRAVADAS
           ELSE
               MOVE WS-FS-DPTHIST        TO WS-FS-CODIGO
               MOVE "DPTHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF.
       P627-FIM.

           COPY STATCHK.
       END PROGRAM FOTODEPT.
