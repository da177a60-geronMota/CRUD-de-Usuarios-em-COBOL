      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONTATOS DE EMERGENCIA POR
      *         DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: lista de evacuacao do predio -
      *                 os usuarios ativos de cada departamento em
      *                 ordem de nome, com os contatos de emergencia
      *                 validos do CTOFILE (pessoa a avisar e o email
      *                 ou telefone). Quem nao tem contato de
      *                 emergencia sai assinalado, para a brigada
      *                 cobrar o cadastro. Cada departamento sai em
      *                 folha propria, com a descricao oficial do
      *                 DEPFILE, pagina e total no rodape. Aceita um
      *                 departamento so ou ENTER para todos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMERG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CTOSEL.
           COPY DPTSEL.
           COPY EMGSEL.
           COPY WEMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CTOFILE.
           COPY CTOREC.

       FD DEPFILE.
           COPY DPTREC.

       FD EMGREL.
           COPY EMGREC.

       SD WRKEMG.
           COPY WEMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-EMGREL                   PIC 99.
        88 FS-EMGREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CTO-EOF                     PIC X.
        88 CTO-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-EOF-ORD                     PIC X.
        88 EOF-ORD-OK                    VALUE "S" FALSE "N".
       77 WS-CTO-ABERTO                  PIC X.
        88 CTO-ABERTO                    VALUE "S" FALSE "N".
       77 WS-PRIMEIRO-DEPTO              PIC X.
        88 PRIMEIRO-DEPTO                VALUE "S" FALSE "N".
       77 WS-DEPTO-FILTRO                PIC X(10).
       77 WS-DEPTO-ANT                   PIC X(10).
       77 WS-CD-USER-ANT                 PIC 9(06).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-LINHA-EMG                   PIC X(132).
       77 WS-PAGINA                      PIC 9(04).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-QTD-EMG-USER                PIC 9(02).
       77 WS-QTD-PESSOAS                 PIC 9(06).
       77 WS-QTD-SEM-CONTATO             PIC 9(06).
       77 WS-QTD-DEPTOS                  PIC 9(04).
       77 WS-DEP-PESSOAS                 PIC 9(06).
       77 WS-DEP-SEM-CONTATO             PIC 9(06).

           COPY STATWRK.

           COPY DPTVALWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P440-EMERGENCIA: mainline - pede o departamento, seleciona os
      * ativos com os contatos de emergencia e imprime a lista via
      * SORT por departamento + nome.
      ******************************************************************
           P440-EMERGENCIA.

           MOVE "RELEMERG"          TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-PESSOAS
           MOVE ZERO                     TO WS-QTD-SEM-CONTATO
           MOVE ZERO                     TO WS-QTD-DEPTOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "DEPARTAMENTO (ENTER = TODOS)"
           MOVE SPACES                   TO WS-DEPTO-FILTRO
           ACCEPT WS-DEPTO-FILTRO

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADUSER, FS="
                       WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
               CLOSE CADUSER
               GOBACK
           END-IF

           SET CTO-ABERTO TO FALSE
           OPEN INPUT CTOFILE
           IF FS-CTOFILE-OK THEN
               SET CTO-ABERTO TO TRUE
           END-IF

           OPEN OUTPUT EMGREL
           OPEN INPUT DEPFILE

           SORT WRKEMG ON ASCENDING KEY WEM-DEPTO WEM-NM WEM-CD-USER
               INPUT PROCEDURE P441-SELECIONA THRU P441-FIM
               OUTPUT PROCEDURE P444-IMPRIME THRU P444-FIM

           CLOSE DEPFILE
           CLOSE EMGREL
           IF CTO-ABERTO THEN
               CLOSE CTOFILE
           END-IF
           CLOSE CADUSER

           DISPLAY "CONTATOS DE EMERGENCIA: " WS-QTD-DEPTOS
                   " DEPARTAMENTO(S), " WS-QTD-PESSOAS " PESSOA(S), "
                   WS-QTD-SEM-CONTATO " SEM CONTATO DE EMERGENCIA"

           GOBACK.
       P440-FIM.

      ******************************************************************
      * P441-SELECIONA: procedimento de entrada do SORT - cada ativo
      * do filtro entra com uma linha por contato de emergencia
      * valido, ou uma linha sem contato quando nao tem nenhum.
      ******************************************************************
           P441-SELECIONA.

           SET EOF-OK TO FALSE
           PERFORM P442-LER-CADUSER THRU P442-FIM UNTIL EOF-OK.
       P441-FIM.

           P442-LER-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P442-FIM
           END-READ

           IF NOT FD-ST-ATIVO THEN
               GO TO P442-FIM
           END-IF

           IF WS-DEPTO-FILTRO NOT EQUAL SPACES AND
              FD-DEPTO NOT EQUAL WS-DEPTO-FILTRO THEN
               GO TO P442-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-EMG-USER

           IF CTO-ABERTO THEN
               MOVE FD-CD-USER           TO CTO-CD-USER
               MOVE ZERO                 TO CTO-SEQ
               SET CTO-EOF-OK TO FALSE
               START CTOFILE KEY IS NOT LESS CTO-CHAVE
               INVALID KEY
                   SET CTO-EOF-OK TO TRUE
               END-START
               PERFORM P443-LER-CONTATO THRU P443-FIM UNTIL CTO-EOF-OK
           END-IF

           IF WS-QTD-EMG-USER EQUAL ZERO THEN
               MOVE SPACES               TO REG-WRK-EMERG
               MOVE FD-DEPTO             TO WEM-DEPTO
               MOVE FD-NM                TO WEM-NM
               MOVE FD-CD-USER           TO WEM-CD-USER
               RELEASE REG-WRK-EMERG
           END-IF.
       P442-FIM.

           P443-LER-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET CTO-EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL FD-CD-USER THEN
                   SET CTO-EOF-OK TO TRUE
               ELSE
                   IF CTO-USO-EMERGENCIA AND CTO-SIT-VALIDO THEN
                       ADD 1             TO WS-QTD-EMG-USER
                       MOVE FD-DEPTO     TO WEM-DEPTO
                       MOVE FD-NM        TO WEM-NM
                       MOVE FD-CD-USER   TO WEM-CD-USER
                       MOVE CTO-VALOR    TO WEM-VALOR
                       MOVE CTO-REFERENCIA TO WEM-REFERENCIA
                       RELEASE REG-WRK-EMERG
                   END-IF
               END-IF
           END-READ.
       P443-FIM.

      ******************************************************************
      * P444-IMPRIME: procedimento de saida do SORT - quebra por
      * departamento (folha propria para cada um) e uma linha por
      * contato; a pessoa so e contada uma vez.
      ******************************************************************
           P444-IMPRIME.

           SET PRIMEIRO-DEPTO TO TRUE
           MOVE SPACES                   TO WS-DEPTO-ANT
           MOVE ZERO                     TO WS-CD-USER-ANT
           SET EOF-ORD-OK TO FALSE

           PERFORM P445-LER-ORDENADO THRU P445-FIM UNTIL EOF-ORD-OK

           IF NOT PRIMEIRO-DEPTO THEN
               PERFORM P447-FECHA-FOLHA THRU P447-FIM
           ELSE
               MOVE SPACES TO WS-LINHA-EMG
               STRING "CONTATOS DE EMERGENCIA - DATA "
                      DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                      " - NENHUM USUARIO ATIVO NO FILTRO"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EMG
               END-STRING
               MOVE WS-LINHA-EMG TO EMG-LINHA
               WRITE REG-EMERG-REL
           END-IF.
       P444-FIM.

           P445-LER-ORDENADO.

           RETURN WRKEMG
           AT END
               SET EOF-ORD-OK TO TRUE
               GO TO P445-FIM
           END-RETURN

           IF PRIMEIRO-DEPTO OR WEM-DEPTO NOT EQUAL WS-DEPTO-ANT THEN
               IF NOT PRIMEIRO-DEPTO THEN
                   PERFORM P447-FECHA-FOLHA THRU P447-FIM
               END-IF
               SET PRIMEIRO-DEPTO TO FALSE
               MOVE WEM-DEPTO            TO WS-DEPTO-ANT
               MOVE ZERO                 TO WS-CD-USER-ANT
               ADD 1                     TO WS-QTD-DEPTOS
               MOVE ZERO                 TO WS-DEP-PESSOAS
               MOVE ZERO                 TO WS-DEP-SEM-CONTATO
               MOVE ZERO                 TO WS-PAGINA
               PERFORM P446-CABECALHO THRU P446-FIM
           END-IF

           IF WS-LIN-PAG NOT LESS 50 THEN
               PERFORM P446-CABECALHO THRU P446-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-EMG
           IF WEM-CD-USER NOT EQUAL WS-CD-USER-ANT THEN
               MOVE WEM-CD-USER          TO WS-CD-USER-ANT
               ADD 1                     TO WS-DEP-PESSOAS
               ADD 1                     TO WS-QTD-PESSOAS
               STRING WEM-CD-USER        DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WEM-NM             DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      INTO WS-LINHA-EMG
               END-STRING
           END-IF

           IF WEM-VALOR EQUAL SPACES THEN
               ADD 1                     TO WS-DEP-SEM-CONTATO
               ADD 1                     TO WS-QTD-SEM-CONTATO
               MOVE "*** SEM CONTATO DE EMERGENCIA ***"
                                         TO WS-LINHA-EMG(36:)
           ELSE
               STRING WEM-REFERENCIA     DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WEM-VALOR          DELIMITED BY SIZE
                      INTO WS-LINHA-EMG(36:)
               END-STRING
           END-IF

           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL
           ADD 1                         TO WS-LIN-PAG.
       P445-FIM.

      ******************************************************************
      * P446-CABECALHO: cabecalho de cada pagina da folha de um
      * departamento, com a descricao oficial do DEPFILE.
      ******************************************************************
           P446-CABECALHO.

           IF WS-PAGINA NOT EQUAL ZERO THEN
               MOVE SPACES TO EMG-LINHA
               WRITE REG-EMERG-REL AFTER ADVANCING PAGE
           END-IF

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE WS-DEPTO-ANT             TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM
           IF NOT DEPTO-EXISTE THEN
               MOVE "(SEM CADASTRO NO DEPFILE)" TO WS-DEPTO-DESCR
           END-IF

           MOVE SPACES TO WS-LINHA-EMG
           STRING "CONTATOS DE EMERGENCIA - EVACUACAO - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-EMG
           END-STRING
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL

           MOVE SPACES TO WS-LINHA-EMG
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-DEPTO-ANT     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-DEPTO-DESCR   DELIMITED BY SIZE
                  INTO WS-LINHA-EMG
           END-STRING
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL

           MOVE ALL "-" TO WS-LINHA-EMG
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL

           MOVE SPACES TO WS-LINHA-EMG
           STRING "CODIGO  NOME                       "
                  DELIMITED BY SIZE
                  "AVISAR                     CONTATO"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-EMG
           END-STRING
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL.
       P446-FIM.

      ******************************************************************
      * P447-FECHA-FOLHA: rodape da folha do departamento - pessoas
      * listadas e quantas estao sem contato de emergencia - e salto
      * de pagina para o proximo departamento.
      ******************************************************************
           P447-FECHA-FOLHA.

           MOVE ALL "-" TO WS-LINHA-EMG
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL

           MOVE SPACES TO WS-LINHA-EMG
           STRING "PESSOAS NO DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-DEP-PESSOAS              DELIMITED BY SIZE
                  "   SEM CONTATO DE EMERGENCIA: "
                                              DELIMITED BY SIZE
                  WS-DEP-SEM-CONTATO          DELIMITED BY SIZE
                  INTO WS-LINHA-EMG
           END-STRING
           MOVE WS-LINHA-EMG TO EMG-LINHA
           WRITE REG-EMERG-REL

           MOVE SPACES TO EMG-LINHA
           WRITE REG-EMERG-REL AFTER ADVANCING PAGE.
       P447-FIM.

           COPY DPTVAL.

           COPY STATCHK.
       END PROGRAM RELEMERG.
