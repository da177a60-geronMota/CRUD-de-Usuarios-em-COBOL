      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/IMPORTACAO DO CSV CORRIGIDO
      *         PELAS AREAS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: le a planilha do CSVUSER que as
      *                 areas corrigem e devolvem (CSVRET), compara cada
      *                 linha campo a campo com o CADUSER (nome, email,
      *                 telefone e departamento) e grava no TRNUSER, em
      *                 EXTEND como o INTFHR, uma transacao de alteracao
      *                 "A" so com os campos que mudaram de fato - o
      *                 resto fica em branco, que no MNTUSER e manter.
      *                 Linha cujo cadastro foi alterado depois do
      *                 carimbo da geracao do extrato (GERCTLG) vai
      *                 para o relatorio de conflitos IMPREL em vez de
      *                 sobrescrever a alteracao mais nova; linha
      *                 ilegivel ou de codigo inexistente sai recusada
      *                 no mesmo relatorio. Resumo de linhas sem
      *                 alteracao, convertidas, em conflito e
      *                 recusadas. As transacoes seguem pelo MNTEDIT e
      *                 pelo MNTUSER como as digitadas - a redigitacao
      *                 linha a linha no ALTERUSER acabou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCSV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CSISEL.
           COPY CADSEL.
           COPY GERSEL.
           COPY TRNSEL.
           COPY IMRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CSVRET.
           COPY CSIREC.

       FD CADUSER.
           COPY CADREC.

       FD GERCTLG.
           COPY GERREC.

       FD TRNUSER.
           COPY TRNREC.

       FD IMPREL.
           COPY IMRREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CSVRET                   PIC 99.
        88 FS-CSVRET-OK                  VALUE 0.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-GERCTLG                  PIC 99.
        88 FS-GERCTLG-OK                 VALUE 0.
       77 WS-FS-TRNUSER                  PIC 99.
        88 FS-TRNUSER-OK                 VALUE 0.
       77 WS-FS-IMPREL                   PIC 99.
        88 FS-IMPREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-GER-EOF                     PIC X.
        88 GER-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-GER-ACHADA                  PIC X.
        88 GER-ACHADA                    VALUE "S" FALSE "N".
       77 WS-NUM-VALIDO                  PIC X.
        88 NUM-OK                        VALUE "S" FALSE "N".
       77 WS-TEM-DEPTO                   PIC X.
        88 TEM-COLUNA-DEPTO              VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-DATA-GERACAO                PIC 9(08).
       77 WS-GER-DATA-MAX                PIC 9(08).
       77 WS-DT-CORTE                    PIC 9(14).
       77 WS-NR-LINHA                    PIC 9(06).
       77 WS-QTD-LIDAS                   PIC 9(06).
       77 WS-QTD-SEM-ALTERACAO           PIC 9(06).
       77 WS-QTD-CONVERTIDAS             PIC 9(06).
       77 WS-QTD-CONFLITO                PIC 9(06).
       77 WS-QTD-RECUSADAS               PIC 9(06).
       77 WS-QTD-CAMPOS                  PIC 9(02).
       77 WS-QTD-MUDOU                   PIC 9(01).
       77 WS-MOTIVO                      PIC X(40).
       77 WS-CAMPOS-MUDOU                PIC X(30).
       77 WS-POS-MUDOU                   PIC 9(02).
       77 WS-LINHA-IMP                   PIC X(132).

      * Colunas da linha da planilha, na ordem do extrato do EXTUSER:
      * CD_USER,NM,EMAIL,PHONE,DT_CADASTRO,DT_ALTERACAO,STATUS,
      * MOVIMENTO,DEPTO (a ultima falta nos extratos antigos).
       01 WS-IMP-LINHA.
           03 WS-IMP-CD-X                PIC X(14).
           03 WS-IMP-NM                  PIC X(40).
           03 WS-IMP-EMAIL               PIC X(40).
           03 WS-IMP-PHONE-X             PIC X(14).
           03 WS-IMP-DTCAD-X             PIC X(14).
           03 WS-IMP-DTALT-X             PIC X(14).
           03 WS-IMP-STATUS              PIC X(01).
           03 WS-IMP-MOV                 PIC X(01).
           03 WS-IMP-DEPTO               PIC X(20).
       77 WS-TAM-CD                      PIC 9(03).
       77 WS-TAM-NM                      PIC 9(03).
       77 WS-TAM-EMAIL                   PIC 9(03).
       77 WS-TAM-PHONE                   PIC 9(03).
       77 WS-TAM-DTALT                   PIC 9(03).
       77 WS-TAM-DEPTO                   PIC 9(03).
       77 WS-IMP-CD                      PIC 9(06).
       77 WS-IMP-PHONE                   PIC 9(12).
       77 WS-IMP-DTALT                   PIC 9(14).
       77 WS-IMP-TEM-DTALT               PIC X.
        88 IMP-TEM-DTALT                 VALUE "S" FALSE "N".

      * Conversao de coluna numerica: a planilha costuma comer os
      * zeros a esquerda (000123 vira 123), entao o texto e alinhado
      * a direita numa area de 14 digitos zerada.
       77 WS-NUM-CAMPO                   PIC X(14).
       77 WS-NUM-TAM                     PIC 9(03).
       77 WS-NUM-MAX                     PIC 9(03).
       77 WS-NUM-POS                     PIC 9(03).
       01 WS-NUM-AREA.
           03 WS-NUM-VALOR               PIC 9(14).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P101-IMPORTAR: mainline - pede a geracao do extrato que foi
      * editada, acha o carimbo dela no GERCTLG, e compara a planilha
      * devolvida linha a linha com o CADUSER, gravando as transacoes
      * no TRNUSER e os conflitos e recusas no IMPREL.
      ******************************************************************
           P101-IMPORTAR.

           MOVE "IMPCSV"            TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-NR-LINHA
           MOVE ZERO TO WS-QTD-LIDAS
           MOVE ZERO TO WS-QTD-SEM-ALTERACAO
           MOVE ZERO TO WS-QTD-CONVERTIDAS
           MOVE ZERO TO WS-QTD-CONFLITO
           MOVE ZERO TO WS-QTD-RECUSADAS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "DATA DA GERACAO DO CSVUSER QUE FOI EDITADA"
                   " (AAAAMMDD, ENTER = ULTIMA)"
           MOVE ZERO                     TO WS-DATA-GERACAO
           ACCEPT WS-DATA-GERACAO

           PERFORM P102-ACHA-GERACAO THRU P102-FIM
           IF NOT GER-ACHADA THEN
               DISPLAY "GERACAO DO CSVUSER NAO CATALOGADA NO GERCTLG,"
                       " SEM CARIMBO PARA CONFERIR CONFLITOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "GERACAO " WS-DATA-GERACAO " EXTRAIDA EM "
                   WS-DT-CORTE

           OPEN INPUT CSVRET
           IF NOT FS-CSVRET-OK THEN
               MOVE WS-FS-CSVRET         TO WS-FS-CODIGO
               MOVE "CSVRET"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "PLANILHA DEVOLVIDA (CSVRET) NAO DISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE CSVRET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND TRNUSER
           IF WS-FS-TRNUSER EQUAL 35 THEN
               OPEN OUTPUT TRNUSER
           END-IF
           IF NOT FS-TRNUSER-OK THEN
               MOVE WS-FS-TRNUSER        TO WS-FS-CODIGO
               MOVE "TRNUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE CSVRET
               CLOSE CADUSER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT IMPREL
           PERFORM P112-CABECALHO THRU P112-FIM

           SET EOF-OK TO FALSE
           PERFORM P104-LE-LINHA THRU P104-FIM UNTIL EOF-OK

           PERFORM P113-RESUMO THRU P113-FIM

           CLOSE IMPREL
           CLOSE TRNUSER
           CLOSE CADUSER
           CLOSE CSVRET

           DISPLAY "LINHAS LIDAS: " WS-QTD-LIDAS
                   "  SEM ALTERACAO: " WS-QTD-SEM-ALTERACAO
                   "  CONVERTIDAS: " WS-QTD-CONVERTIDAS
           DISPLAY "EM CONFLITO: " WS-QTD-CONFLITO
                   "  RECUSADAS: " WS-QTD-RECUSADAS
                   " (DETALHES NO IMPREL)"
           DISPLAY "RODE O MNTEDIT PARA CRITICAR O TRNUSER ANTES DA"
                   " JANELA DO MNTUSER"

           IF WS-QTD-CONFLITO GREATER ZERO OR
              WS-QTD-RECUSADAS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P101-FIM.

      ******************************************************************
      * P102-ACHA-GERACAO: carimbo (GER-DATA-HORA) da geracao inteira
      * de CSVUSER da data pedida, ou da mais recente quando a data
      * vem zerada - e a hora do extrato que a area editou.
      ******************************************************************
           P102-ACHA-GERACAO.

           SET GER-ACHADA TO FALSE
           MOVE ZERO                     TO WS-DT-CORTE
           MOVE ZERO                     TO WS-GER-DATA-MAX

           OPEN INPUT GERCTLG
           IF NOT FS-GERCTLG-OK THEN
               MOVE WS-FS-GERCTLG        TO WS-FS-CODIGO
               MOVE "GERCTLG"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P102-FIM
           END-IF

           IF WS-DATA-GERACAO NOT EQUAL ZERO THEN
               MOVE "CSVUSER"            TO GER-ARQUIVO
               MOVE SPACES               TO GER-DEPTO
               MOVE WS-DATA-GERACAO      TO GER-DATA
               READ GERCTLG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GER-DATA-HORA    TO WS-DT-CORTE
                   SET GER-ACHADA TO TRUE
               END-READ
               CLOSE GERCTLG
               GO TO P102-FIM
           END-IF

           MOVE "CSVUSER"                TO GER-ARQUIVO
           MOVE SPACES                   TO GER-DEPTO
           MOVE ZERO                     TO GER-DATA
           SET GER-EOF-OK TO FALSE
           START GERCTLG KEY IS NOT LESS GER-CHAVE
           INVALID KEY
               SET GER-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P103-LE-GERACAO THRU P103-FIM UNTIL GER-EOF-OK
           END-START

           CLOSE GERCTLG.
       P102-FIM.

           P103-LE-GERACAO.

           READ GERCTLG NEXT
           AT END
               SET GER-EOF-OK TO TRUE
           NOT AT END
               IF GER-ARQUIVO NOT EQUAL "CSVUSER" OR
                  GER-DEPTO NOT EQUAL SPACES THEN
                   SET GER-EOF-OK TO TRUE
               ELSE
                   IF GER-DATA NOT LESS WS-GER-DATA-MAX THEN
                       MOVE GER-DATA     TO WS-GER-DATA-MAX
                       MOVE GER-DATA     TO WS-DATA-GERACAO
                       MOVE GER-DATA-HORA TO WS-DT-CORTE
                       SET GER-ACHADA TO TRUE
                   END-IF
               END-IF
           END-READ.
       P103-FIM.

      ******************************************************************
      * P104-LE-LINHA: uma linha da planilha. O cabecalho e as linhas
      * em branco passam direto; o resto e separado nas colunas e
      * comparado com o cadastro.
      ******************************************************************
           P104-LE-LINHA.

           READ CSVRET
           AT END
               SET EOF-OK TO TRUE
               GO TO P104-FIM
           END-READ

           ADD 1 TO WS-NR-LINHA

           IF CSI-LINHA EQUAL SPACES OR
              CSI-LINHA(1:8) EQUAL "CD_USER," THEN
               GO TO P104-FIM
           END-IF

           ADD 1 TO WS-QTD-LIDAS

           PERFORM P106-SEPARA-CAMPOS THRU P106-FIM
           IF WS-MOTIVO NOT EQUAL SPACES THEN
               PERFORM P111-RECUSA THRU P111-FIM
               GO TO P104-FIM
           END-IF

           MOVE WS-IMP-CD                TO FD-CD-USER
           READ CADUSER
           INVALID KEY
               MOVE "CODIGO NAO CADASTRADO NO CADUSER" TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO NOT EQUAL SPACES THEN
               PERFORM P111-RECUSA THRU P111-FIM
               GO TO P104-FIM
           END-IF

           PERFORM P107-COMPARA THRU P107-FIM

           IF WS-QTD-MUDOU EQUAL ZERO THEN
               ADD 1 TO WS-QTD-SEM-ALTERACAO
               GO TO P104-FIM
           END-IF

           IF FD-DT-ALTERACAO GREATER WS-DT-CORTE OR
              (IMP-TEM-DTALT AND
               WS-IMP-DTALT NOT EQUAL FD-DT-ALTERACAO) THEN
               PERFORM P109-CONFLITO THRU P109-FIM
               GO TO P104-FIM
           END-IF

           PERFORM P108-GRAVA-TRANSACAO THRU P108-FIM.
       P104-FIM.

      ******************************************************************
      * P106-SEPARA-CAMPOS: quebra a linha nas virgulas e confere as
      * colunas usadas - codigo e telefone numericos (zeros a esquerda
      * comidos pela planilha sao repostos), nome, email e
      * departamento dentro do tamanho do cadastro. DT_ALTERACAO e
      * aproveitada so quando chega intacta (14 digitos); a planilha
      * costuma estraga-la. Motivo em branco = linha boa.
      ******************************************************************
           P106-SEPARA-CAMPOS.

           MOVE SPACES                   TO WS-MOTIVO
           MOVE SPACES                   TO WS-IMP-LINHA
           MOVE ZERO                     TO WS-QTD-CAMPOS
           MOVE ZERO                     TO WS-TAM-CD
           MOVE ZERO                     TO WS-TAM-NM
           MOVE ZERO                     TO WS-TAM-EMAIL
           MOVE ZERO                     TO WS-TAM-PHONE
           MOVE ZERO                     TO WS-TAM-DTALT
           MOVE ZERO                     TO WS-TAM-DEPTO

           UNSTRING CSI-LINHA DELIMITED BY ","
               INTO WS-IMP-CD-X     COUNT IN WS-TAM-CD
                    WS-IMP-NM       COUNT IN WS-TAM-NM
                    WS-IMP-EMAIL    COUNT IN WS-TAM-EMAIL
                    WS-IMP-PHONE-X  COUNT IN WS-TAM-PHONE
                    WS-IMP-DTCAD-X
                    WS-IMP-DTALT-X  COUNT IN WS-TAM-DTALT
                    WS-IMP-STATUS
                    WS-IMP-MOV
                    WS-IMP-DEPTO    COUNT IN WS-TAM-DEPTO
               TALLYING IN WS-QTD-CAMPOS
           END-UNSTRING

           IF WS-QTD-CAMPOS LESS 8 THEN
               MOVE "LINHA COM MENOS COLUNAS QUE O EXTRATO"
                                         TO WS-MOTIVO
               GO TO P106-FIM
           END-IF

           SET TEM-COLUNA-DEPTO TO FALSE
           IF WS-QTD-CAMPOS GREATER 8 THEN
               SET TEM-COLUNA-DEPTO TO TRUE
           END-IF

           MOVE WS-IMP-CD-X              TO WS-NUM-CAMPO
           MOVE WS-TAM-CD                TO WS-NUM-TAM
           MOVE 6                        TO WS-NUM-MAX
           PERFORM P114-AJUSTA-NUMERO THRU P114-FIM
           IF NOT NUM-OK OR WS-NUM-VALOR EQUAL ZERO THEN
               MOVE "CD_USER INVALIDO"   TO WS-MOTIVO
               GO TO P106-FIM
           END-IF
           MOVE WS-NUM-VALOR             TO WS-IMP-CD

           MOVE WS-IMP-PHONE-X           TO WS-NUM-CAMPO
           MOVE WS-TAM-PHONE             TO WS-NUM-TAM
           MOVE 12                       TO WS-NUM-MAX
           PERFORM P114-AJUSTA-NUMERO THRU P114-FIM
           IF NOT NUM-OK THEN
               MOVE "PHONE INVALIDO (SO DIGITOS, ATE 12)"
                                         TO WS-MOTIVO
               GO TO P106-FIM
           END-IF
           MOVE WS-NUM-VALOR             TO WS-IMP-PHONE

           IF WS-TAM-NM GREATER 25 THEN
               MOVE "NM MAIOR QUE 25 POSICOES" TO WS-MOTIVO
               GO TO P106-FIM
           END-IF

           IF WS-TAM-EMAIL GREATER 30 THEN
               MOVE "EMAIL MAIOR QUE 30 POSICOES" TO WS-MOTIVO
               GO TO P106-FIM
           END-IF

           IF WS-TAM-DEPTO GREATER 10 THEN
               MOVE "DEPTO MAIOR QUE 10 POSICOES" TO WS-MOTIVO
               GO TO P106-FIM
           END-IF

           SET IMP-TEM-DTALT TO FALSE
           IF WS-TAM-DTALT EQUAL 14 AND
              WS-IMP-DTALT-X NUMERIC THEN
               MOVE WS-IMP-DTALT-X       TO WS-IMP-DTALT
               SET IMP-TEM-DTALT TO TRUE
           END-IF.
       P106-FIM.

      ******************************************************************
      * P114-AJUSTA-NUMERO: WS-NUM-CAMPO (WS-NUM-TAM posicoes lidas)
      * vira WS-NUM-VALOR alinhado a direita; mais que WS-NUM-MAX
      * digitos, vazio ou qualquer coisa que nao seja digito e
      * invalido.
      ******************************************************************
           P114-AJUSTA-NUMERO.

           SET NUM-OK TO FALSE
           MOVE ZERO                     TO WS-NUM-VALOR

           IF WS-NUM-TAM EQUAL ZERO OR
              WS-NUM-TAM GREATER WS-NUM-MAX THEN
               GO TO P114-FIM
           END-IF

           IF WS-NUM-CAMPO(1:WS-NUM-TAM) NOT NUMERIC THEN
               GO TO P114-FIM
           END-IF

           COMPUTE WS-NUM-POS = 15 - WS-NUM-TAM
           MOVE WS-NUM-CAMPO(1:WS-NUM-TAM)
                               TO WS-NUM-AREA(WS-NUM-POS:WS-NUM-TAM)
           SET NUM-OK TO TRUE.
       P114-FIM.

      ******************************************************************
      * P107-COMPARA: campo a campo contra o cadastro lido - conta
      * quantos mudaram e monta a lista dos nomes para o relatorio.
      * Campo vazio na planilha nao apaga nada (na transacao, branco e
      * manter); o telefone vazio fica zerado e tambem nao conta.
      ******************************************************************
           P107-COMPARA.

           MOVE ZERO                     TO WS-QTD-MUDOU
           MOVE SPACES                   TO WS-CAMPOS-MUDOU
           MOVE 1                        TO WS-POS-MUDOU

           IF WS-IMP-NM NOT EQUAL SPACES AND
              WS-IMP-NM(1:25) NOT EQUAL FD-NM THEN
               ADD 1 TO WS-QTD-MUDOU
               STRING "NM "              DELIMITED BY SIZE
                      INTO WS-CAMPOS-MUDOU
                      WITH POINTER WS-POS-MUDOU
               END-STRING
           END-IF

           IF WS-IMP-EMAIL NOT EQUAL SPACES AND
              WS-IMP-EMAIL(1:30) NOT EQUAL FD-EMAIL THEN
               ADD 1 TO WS-QTD-MUDOU
               STRING "EMAIL "           DELIMITED BY SIZE
                      INTO WS-CAMPOS-MUDOU
                      WITH POINTER WS-POS-MUDOU
               END-STRING
           END-IF

           IF WS-IMP-PHONE NOT EQUAL ZERO AND
              WS-IMP-PHONE NOT EQUAL FD-PHONE THEN
               ADD 1 TO WS-QTD-MUDOU
               STRING "PHONE "           DELIMITED BY SIZE
                      INTO WS-CAMPOS-MUDOU
                      WITH POINTER WS-POS-MUDOU
               END-STRING
           END-IF

           IF TEM-COLUNA-DEPTO AND
              WS-IMP-DEPTO NOT EQUAL SPACES AND
              WS-IMP-DEPTO(1:10) NOT EQUAL FD-DEPTO THEN
               ADD 1 TO WS-QTD-MUDOU
               STRING "DEPTO "           DELIMITED BY SIZE
                      INTO WS-CAMPOS-MUDOU
                      WITH POINTER WS-POS-MUDOU
               END-STRING
           END-IF.
       P107-FIM.

      ******************************************************************
      * P108-GRAVA-TRANSACAO: transacao "A" do TRNUSER com os campos
      * que mudaram; os que nao mudaram vao em branco.
      ******************************************************************
           P108-GRAVA-TRANSACAO.

           MOVE SPACES                   TO REG-TRANS
           MOVE "A"                      TO TRN-CODIGO
           MOVE FD-CD-USER               TO TRN-CD-USER

           IF WS-IMP-NM NOT EQUAL SPACES AND
              WS-IMP-NM(1:25) NOT EQUAL FD-NM THEN
               MOVE WS-IMP-NM(1:25)      TO TRN-NM
           END-IF

           IF WS-IMP-EMAIL NOT EQUAL SPACES AND
              WS-IMP-EMAIL(1:30) NOT EQUAL FD-EMAIL THEN
               MOVE WS-IMP-EMAIL(1:30)   TO TRN-EMAIL
           END-IF

           IF WS-IMP-PHONE NOT EQUAL ZERO AND
              WS-IMP-PHONE NOT EQUAL FD-PHONE THEN
               MOVE WS-IMP-PHONE         TO TRN-PHONE
           END-IF

           IF TEM-COLUNA-DEPTO AND
              WS-IMP-DEPTO NOT EQUAL SPACES AND
              WS-IMP-DEPTO(1:10) NOT EQUAL FD-DEPTO THEN
               MOVE WS-IMP-DEPTO(1:10)   TO TRN-DEPTO
           END-IF

           WRITE REG-TRANS
           IF NOT FS-TRNUSER-OK THEN
               MOVE WS-FS-TRNUSER        TO WS-FS-CODIGO
               MOVE "TRNUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE "ERRO DE GRAVACAO NO TRNUSER" TO WS-MOTIVO
               PERFORM P111-RECUSA THRU P111-FIM
               GO TO P108-FIM
           END-IF

           ADD 1 TO WS-QTD-CONVERTIDAS.
       P108-FIM.

      ******************************************************************
      * P109-CONFLITO: o cadastro mudou depois do extrato (carimbo do
      * cadastro mais novo que a geracao, ou DT_ALTERACAO da planilha
      * diferente da do cadastro) - a linha nao vira transacao e sai
      * no IMPREL com os dois lados para a area decidir.
      ******************************************************************
           P109-CONFLITO.

           ADD 1 TO WS-QTD-CONFLITO

           MOVE SPACES TO WS-LINHA-IMP
           STRING "CONFLITO  CD "        DELIMITED BY SIZE
                  FD-CD-USER             DELIMITED BY SIZE
                  "  LINHA "             DELIMITED BY SIZE
                  WS-NR-LINHA            DELIMITED BY SIZE
                  "  CADASTRO ALTERADO EM " DELIMITED BY SIZE
                  FD-DT-ALTERACAO        DELIMITED BY SIZE
                  "  CAMPOS DA PLANILHA: " DELIMITED BY SIZE
                  WS-CAMPOS-MUDOU        DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE SPACES TO WS-LINHA-IMP
           STRING "          CADASTRO: " DELIMITED BY SIZE
                  FD-NM                  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FD-EMAIL               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FD-PHONE               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FD-DEPTO               DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE SPACES TO WS-LINHA-IMP
           STRING "          PLANILHA: " DELIMITED BY SIZE
                  WS-IMP-NM(1:25)        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-IMP-EMAIL(1:30)     DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-IMP-PHONE           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-IMP-DEPTO(1:10)     DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL.
       P109-FIM.

      ******************************************************************
      * P111-RECUSA: linha que nao pode ser lida ou aplicada - sai no
      * IMPREL com o motivo e o comeco do texto original.
      ******************************************************************
           P111-RECUSA.

           ADD 1 TO WS-QTD-RECUSADAS

           MOVE SPACES TO WS-LINHA-IMP
           STRING "RECUSADA  LINHA "     DELIMITED BY SIZE
                  WS-NR-LINHA            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-MOTIVO              DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE SPACES TO WS-LINHA-IMP
           STRING "          "           DELIMITED BY SIZE
                  CSI-LINHA(1:110)       DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL.
       P111-FIM.

      ******************************************************************
      * P112-CABECALHO: titulo com a geracao importada e o carimbo que
      * separa alteracao antiga de conflito.
      ******************************************************************
           P112-CABECALHO.

           MOVE SPACES TO WS-LINHA-IMP
           STRING "IMPORTACAO DO CSV CORRIGIDO - GERACAO "
                  DELIMITED BY SIZE
                  WS-DATA-GERACAO        DELIMITED BY SIZE
                  " EXTRAIDA EM "        DELIMITED BY SIZE
                  WS-DT-CORTE            DELIMITED BY SIZE
                  " - EMITIDO EM "       DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE ALL "=" TO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL.
       P112-FIM.

      ******************************************************************
      * P113-RESUMO: totais da importacao.
      ******************************************************************
           P113-RESUMO.

           MOVE SPACES TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE ALL "=" TO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE SPACES TO WS-LINHA-IMP
           STRING "LINHAS LIDAS: "       DELIMITED BY SIZE
                  WS-QTD-LIDAS           DELIMITED BY SIZE
                  "   SEM ALTERACAO: "   DELIMITED BY SIZE
                  WS-QTD-SEM-ALTERACAO   DELIMITED BY SIZE
                  "   CONVERTIDAS EM TRANSACAO: " DELIMITED BY SIZE
                  WS-QTD-CONVERTIDAS     DELIMITED BY SIZE
                  "   EM CONFLITO: "     DELIMITED BY SIZE
                  WS-QTD-CONFLITO        DELIMITED BY SIZE
                  "   RECUSADAS: "       DELIMITED BY SIZE
                  WS-QTD-RECUSADAS       DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           END-STRING
           MOVE WS-LINHA-IMP TO IMR-LINHA
           WRITE REG-IMP-REL

           MOVE "STATUS, DATAS E MOVIMENTO DA PLANILHA NAO SAO"
                                         TO IMR-LINHA
           WRITE REG-IMP-REL
           MOVE "IMPORTADOS; CAMPO VAZIO NA PLANILHA MANTEM O CADASTRO"
                                         TO IMR-LINHA
           WRITE REG-IMP-REL.
       P113-FIM.

           COPY STATCHK.
       END PROGRAM IMPCSV.
