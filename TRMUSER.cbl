      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONFERENCIA DAS TRANSMISSOES
      *         PARA OS PARCEIROS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: job da manha que casa as
      *                 confirmacoes de recebimento devolvidas pelos
      *                 parceiros (ACKRH do RH, ACKCOR do gateway de
      *                 email, ACKPLA da equipe da planilha) com o
      *                 registro de transmissoes TRMFILE, que o
      *                 CARGUSER (HRRET), o NOTIFUSER (NOTFILE) e o
      *                 EXTUSER (CSVUSER) alimentam a cada geracao, e
      *                 imprime em TRMREL as excecoes: transmissao sem
      *                 confirmacao depois do limite de horas (pedido
      *                 na entrada, padrao 24), confirmacao com
      *                 contagem ou hash total divergente e confirmacao
      *                 de uma transmissao que nao consta do registro.
      *                 Ninguem sabia se o outro lado recebia os
      *                 arquivos inteiros - o gateway truncava o
      *                 NOTFILE sem aviso e o RH jurava, a cada dois
      *                 meses, que um retorno nunca tinha chegado.
      * 15/10/26 GERO - Incluida a equipe do diretorio corporativo
      *                 (ACKDIR) na tabela de parceiros, para a
      *                 confirmacao do LDIFUSER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMSEL.
           COPY ACKSEL.
           COPY TRRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD TRMFILE.
           COPY TRMREC.

       FD ACKFILE.
           COPY ACKREC.

       FD TRMREL.
           COPY TRRREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-TRMFILE                  PIC 99.
        88 FS-TRMFILE-OK                 VALUE 0.
       77 WS-FS-ACKFILE                  PIC 99.
        88 FS-ACKFILE-OK                 VALUE 0.
       77 WS-FS-TRMREL                   PIC 99.
        88 FS-TRMREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-NOME-ACK                    PIC X(50).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-HH-SISTEMA                  PIC 9(02).
       77 WS-D8                          PIC 9(08).
       77 WS-HH                          PIC 9(02).
       77 WS-HORAS                       PIC S9(08).
       77 WS-HORAS-ED                    PIC ZZZZ9.
       77 WS-HORAS-LIMITE                PIC 9(03).
       77 WS-PDX                         PIC 9(02) COMP.
       77 WS-NOME-PARCEIRO               PIC X(10).
       77 WS-OCORRENCIA                  PIC X(30).
       77 WS-LINHA-TRR                   PIC X(132).
       77 WS-QTD-ACK-LIDAS               PIC 9(06).
       77 WS-QTD-CONFIRMADAS             PIC 9(06).
       77 WS-QTD-ATRASADAS               PIC 9(06).
       77 WS-QTD-DIVERGENTES             PIC 9(06).
       77 WS-QTD-SEM-TRANSM              PIC 9(06).
       77 WS-QTD-EXCECOES                PIC 9(06).

       01 TAB-PARCEIROS-VALORES.
           03 FILLER                     PIC X(17)
                                         VALUE "RRH        ACKRH ".
           03 FILLER                     PIC X(17)
                                         VALUE "CCORREIO   ACKCOR".
           03 FILLER                     PIC X(17)
                                         VALUE "PPLANILHA  ACKPLA".
           03 FILLER                     PIC X(17)
                                         VALUE "DDIRETORIO ACKDIR".
       01 TAB-PARCEIROS REDEFINES TAB-PARCEIROS-VALORES.
           03 TAB-PARC OCCURS 4 TIMES.
               05 TAB-PARC-CODIGO        PIC X(01).
               05 TAB-PARC-NOME          PIC X(10).
               05 TAB-PARC-ARQUIVO       PIC X(06).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P825-CONFERIR: mainline do job - aplica as confirmacoes de
      * cada parceiro no TRMFILE e depois varre o registro inteiro
      * imprimindo as excecoes. Havendo excecao o job termina com
      * RETURN-CODE 4, para a operacao da manha enxergar.
      ******************************************************************
           P825-CONFERIR.

           MOVE "TRMUSER"           TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-ACK-LIDAS
           MOVE ZERO TO WS-QTD-CONFIRMADAS
           MOVE ZERO TO WS-QTD-ATRASADAS
           MOVE ZERO TO WS-QTD-DIVERGENTES
           MOVE ZERO TO WS-QTD-SEM-TRANSM
           MOVE ZERO TO WS-QTD-EXCECOES

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:2)     TO WS-HH-SISTEMA

           MOVE ZERO                     TO WS-HORAS-LIMITE
           DISPLAY "HORAS SEM CONFIRMACAO ANTES DA EXCECAO (ENTER = 24)"
           ACCEPT WS-HORAS-LIMITE
           IF WS-HORAS-LIMITE EQUAL ZERO THEN
               MOVE 24                   TO WS-HORAS-LIMITE
           END-IF

           OPEN I-O TRMFILE
           IF WS-FS-TRMFILE EQUAL 35 THEN
               OPEN OUTPUT TRMFILE
               CLOSE TRMFILE
               OPEN I-O TRMFILE
           END-IF
           IF NOT FS-TRMFILE-OK THEN
               MOVE WS-FS-TRMFILE        TO WS-FS-CODIGO
               MOVE "TRMFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRMREL
           IF NOT FS-TRMREL-OK THEN
               MOVE WS-FS-TRMREL         TO WS-FS-CODIGO
               MOVE "TRMREL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE TRMFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P829-CABECALHO THRU P829-FIM

           PERFORM P826-CONFIRMACOES THRU P826-FIM
                   VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > 4

           MOVE LOW-VALUES               TO TRM-CHAVE
           SET EOF-OK TO FALSE
           START TRMFILE KEY IS NOT LESS TRM-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P831-VARRE-REGISTRO THRU P831-FIM
                       UNTIL EOF-OK
           END-START

           PERFORM P812-RODAPE THRU P812-FIM

           CLOSE TRMREL
           CLOSE TRMFILE

           DISPLAY "CONFIRMACOES LIDAS: " WS-QTD-ACK-LIDAS
                   " CONFIRMADAS OK: " WS-QTD-CONFIRMADAS
           DISPLAY "EXCECOES: " WS-QTD-EXCECOES " (SEM CONFIRMACAO "
                   WS-QTD-ATRASADAS ", DIVERGENTES "
                   WS-QTD-DIVERGENTES ", SEM TRANSMISSAO "
                   WS-QTD-SEM-TRANSM ")"

           IF WS-QTD-EXCECOES NOT EQUAL ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P825-FIM.

      ******************************************************************
      * P826-CONFIRMACOES: le o arquivo de confirmacoes de um parceiro
      * (WS-PDX na tabela de parceiros); parceiro que ainda nao
      * devolveu nada simplesmente nao tem arquivo. As confirmacoes
      * sao reaplicadas a cada manha enquanto o parceiro mantiver o
      * arquivo - o resultado e o mesmo.
      ******************************************************************
           P826-CONFIRMACOES.

           MOVE SPACES                   TO WS-NOME-ACK
           STRING "C:\Users\PC\Desktop\CRUD\" DELIMITED BY SIZE
                  TAB-PARC-ARQUIVO (WS-PDX)   DELIMITED BY SPACE
                  ".cbl"                      DELIMITED BY SIZE
                  INTO WS-NOME-ACK
           END-STRING

           OPEN INPUT ACKFILE
           IF WS-FS-ACKFILE EQUAL 35 THEN
               GO TO P826-FIM
           END-IF
           IF NOT FS-ACKFILE-OK THEN
               MOVE WS-FS-ACKFILE        TO WS-FS-CODIGO
               MOVE "ACKFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P826-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P827-LE-CONFIRMACAO THRU P827-FIM UNTIL EOF-OK

           CLOSE ACKFILE.
       P826-FIM.

           P827-LE-CONFIRMACAO.

           READ ACKFILE
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ACK-ARQUIVO NOT EQUAL SPACES THEN
                   ADD 1 TO WS-QTD-ACK-LIDAS
                   PERFORM P828-APLICA-CONFIRMACAO THRU P828-FIM
               END-IF
           END-READ.
       P827-FIM.

      ******************************************************************
      * P828-APLICA-CONFIRMACAO: casa a confirmacao com a transmissao
      * pelo arquivo logico + data da geracao. Contagem e hash total
      * batendo confirmam; qualquer diferenca marca a transmissao
      * como divergente (sai na varredura). Confirmacao sem
      * transmissao correspondente - ou de outro parceiro - sai
      * direto no relatorio.
      ******************************************************************
           P828-APLICA-CONFIRMACAO.

           MOVE ACK-ARQUIVO              TO TRM-ARQUIVO
           MOVE ACK-DATA                 TO TRM-DATA

           READ TRMFILE
           INVALID KEY
               MOVE "CONFIRMACAO SEM TRANSMISSAO" TO WS-OCORRENCIA
               PERFORM P832-LINHA-CONFIRMACAO THRU P832-FIM
               GO TO P828-FIM
           END-READ

           IF TRM-PARCEIRO NOT EQUAL TAB-PARC-CODIGO (WS-PDX) THEN
               MOVE "CONFIRMADA POR OUTRO PARCEIRO" TO WS-OCORRENCIA
               PERFORM P832-LINHA-CONFIRMACAO THRU P832-FIM
               GO TO P828-FIM
           END-IF

           MOVE ACK-DT-RECEBIDO          TO TRM-DT-ACK
           MOVE ACK-QTD-REG              TO TRM-QTD-ACK
           MOVE ACK-HASH                 TO TRM-HASH-ACK

           IF TRM-QTD-ACK EQUAL TRM-QTD-REG AND
              TRM-HASH-ACK EQUAL TRM-HASH THEN
               SET TRM-CONFIRMADA TO TRUE
           ELSE
               SET TRM-DIVERGENTE TO TRUE
           END-IF

           REWRITE REG-TRANSMISSAO
           INVALID KEY
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A TRANSMISSAO "
                       TRM-ARQUIVO " " TRM-DATA
           END-REWRITE.
       P828-FIM.

      ******************************************************************
      * P829-CABECALHO: titulo com a data, a hora e o limite de horas
      * aplicado, e a linha de colunas.
      ******************************************************************
           P829-CABECALHO.

           MOVE WS-HORAS-LIMITE          TO WS-HORAS-ED
           MOVE SPACES TO WS-LINHA-TRR
           STRING "EXCECOES DE TRANSMISSAO - DATA " DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  " HORA "               DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:4)   DELIMITED BY SIZE
                  " - LIMITE SEM CONFIRMACAO: " DELIMITED BY SIZE
                  WS-HORAS-ED            DELIMITED BY SIZE
                  " HORAS"               DELIMITED BY SIZE
                  INTO WS-LINHA-TRR
           END-STRING
           MOVE WS-LINHA-TRR TO TRR-LINHA
           WRITE REG-TRM-REL

           MOVE SPACES TO TRR-LINHA
           WRITE REG-TRM-REL

           MOVE SPACES TO WS-LINHA-TRR
           STRING "ARQUIVO  GERACAO  PARCEIRO   ENVIO          "
                  DELIMITED BY SIZE
                  "QTD ENV HASH ENVIADO    QTD CONF HASH CONFIRMADO  "
                  DELIMITED BY SIZE
                  "OCORRENCIA"           DELIMITED BY SIZE
                  INTO WS-LINHA-TRR
           END-STRING
           MOVE WS-LINHA-TRR TO TRR-LINHA
           WRITE REG-TRM-REL.
       P829-FIM.

      ******************************************************************
      * P831-VARRE-REGISTRO: le uma transmissao do registro e imprime
      * a excecao, se houver - divergente, ou ainda sem confirmacao
      * depois do limite de horas contado do envio.
      ******************************************************************
           P831-VARRE-REGISTRO.

           READ TRMFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P831-FIM
           END-READ

           IF TRM-CONFIRMADA THEN
               ADD 1 TO WS-QTD-CONFIRMADAS
               GO TO P831-FIM
           END-IF

           IF TRM-DIVERGENTE THEN
               ADD 1 TO WS-QTD-DIVERGENTES
               IF TRM-QTD-ACK NOT EQUAL TRM-QTD-REG THEN
                   MOVE "CONTAGEM DIVERGENTE" TO WS-OCORRENCIA
               ELSE
                   MOVE "HASH TOTAL DIVERGENTE" TO WS-OCORRENCIA
               END-IF
               PERFORM P813-LINHA-TRANSMISSAO THRU P813-FIM
               GO TO P831-FIM
           END-IF

           IF TRM-DT-ENVIO EQUAL ZERO THEN
               GO TO P831-FIM
           END-IF

           MOVE TRM-DT-ENVIO(1:8)        TO WS-D8
           MOVE TRM-DT-ENVIO(9:2)        TO WS-HH
           COMPUTE WS-HORAS =
               (FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) * 24
                + WS-HH-SISTEMA)
             - (FUNCTION INTEGER-OF-DATE(WS-D8) * 24 + WS-HH)

           IF WS-HORAS GREATER WS-HORAS-LIMITE THEN
               ADD 1 TO WS-QTD-ATRASADAS
               MOVE WS-HORAS             TO WS-HORAS-ED
               MOVE SPACES               TO WS-OCORRENCIA
               STRING "SEM CONFIRMACAO HA " DELIMITED BY SIZE
                      WS-HORAS-ED        DELIMITED BY SIZE
                      " HORAS"           DELIMITED BY SIZE
                      INTO WS-OCORRENCIA
               END-STRING
               PERFORM P813-LINHA-TRANSMISSAO THRU P813-FIM
           END-IF.
       P831-FIM.

      ******************************************************************
      * P813-LINHA-TRANSMISSAO / P832-LINHA-CONFIRMACAO: uma linha de
      * excecao, a partir da transmissao registrada ou da confirmacao
      * que nao casou com nenhuma.
      ******************************************************************
           P813-LINHA-TRANSMISSAO.

           ADD 1 TO WS-QTD-EXCECOES

           MOVE SPACES                   TO WS-NOME-PARCEIRO
           PERFORM P814-NOME-PARCEIRO THRU P814-FIM
                   VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > 4

           MOVE SPACES TO WS-LINHA-TRR
           STRING TRM-ARQUIVO            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-DATA               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOME-PARCEIRO       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-DT-ENVIO           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-QTD-REG            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-HASH               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TRM-QTD-ACK            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  TRM-HASH-ACK           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-OCORRENCIA          DELIMITED BY SIZE
                  INTO WS-LINHA-TRR
           END-STRING
           MOVE WS-LINHA-TRR TO TRR-LINHA
           WRITE REG-TRM-REL.
       P813-FIM.

           P814-NOME-PARCEIRO.

           IF TAB-PARC-CODIGO (WS-PDX) EQUAL TRM-PARCEIRO THEN
               MOVE TAB-PARC-NOME (WS-PDX) TO WS-NOME-PARCEIRO
           END-IF.
       P814-FIM.

           P832-LINHA-CONFIRMACAO.

           ADD 1 TO WS-QTD-EXCECOES
           ADD 1 TO WS-QTD-SEM-TRANSM

           MOVE SPACES TO WS-LINHA-TRR
           STRING ACK-ARQUIVO            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ACK-DATA               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  TAB-PARC-NOME (WS-PDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  "              "       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  "       "              DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  "               "      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ACK-QTD-REG            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  ACK-HASH               DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-OCORRENCIA          DELIMITED BY SIZE
                  INTO WS-LINHA-TRR
           END-STRING
           MOVE WS-LINHA-TRR TO TRR-LINHA
           WRITE REG-TRM-REL.
       P832-FIM.

      ******************************************************************
      * P812-RODAPE: totais da conferencia; sem excecao nenhuma o
      * relatorio diz isso com todas as letras.
      ******************************************************************
           P812-RODAPE.

           MOVE SPACES TO TRR-LINHA
           WRITE REG-TRM-REL

           IF WS-QTD-EXCECOES EQUAL ZERO THEN
               MOVE "NENHUMA EXCECAO - TODAS AS TRANSMISSOES NO PRAZO"
                                         TO TRR-LINHA
               WRITE REG-TRM-REL
           END-IF

           MOVE SPACES TO WS-LINHA-TRR
           STRING "CONFIRMACOES LIDAS: " DELIMITED BY SIZE
                  WS-QTD-ACK-LIDAS       DELIMITED BY SIZE
                  "  CONFIRMADAS OK: "   DELIMITED BY SIZE
                  WS-QTD-CONFIRMADAS     DELIMITED BY SIZE
                  "  SEM CONFIRMACAO: "  DELIMITED BY SIZE
                  WS-QTD-ATRASADAS       DELIMITED BY SIZE
                  "  DIVERGENTES: "      DELIMITED BY SIZE
                  WS-QTD-DIVERGENTES     DELIMITED BY SIZE
                  "  SEM TRANSMISSAO: "  DELIMITED BY SIZE
                  WS-QTD-SEM-TRANSM      DELIMITED BY SIZE
                  INTO WS-LINHA-TRR
           END-STRING
           MOVE WS-LINHA-TRR TO TRR-LINHA
           WRITE REG-TRM-REL.
       P812-FIM.

           COPY STATCHK.
       END PROGRAM TRMUSER.
