      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/SITUACAO DOS CONSENTIMENTOS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: relatorio para o encarregado de
      *                 dados com a situacao de consentimento de cada
      *                 usuario ativo do CADUSER nas tres finalidades
      *                 do CNSFILE (mala direta, email operacional,
      *                 compartilhamento) - opt-in ou opt-out com a
      *                 data e o canal, ou sem registro - e os totais
      *                 por finalidade no fim. Sem registro conta como
      *                 sem consentimento, como nos jobs de saida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CNSSEL.
           COPY RLCSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CNSFILE.
           COPY CNSREC.

       FD RLCREL.
           COPY RLCREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-FS-RLCREL                   PIC 99.
        88 FS-RLCREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-TEM-CNSFILE                 PIC X.
        88 TEM-CNSFILE                   VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-LINHA-RLC                   PIC X(132).
       77 WS-COLUNA                      PIC 9(03).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-PAGINA                      PIC 9(04).
       77 WS-QTD-ATIVOS                  PIC 9(06).
       77 WS-IDX                         PIC 9(01) COMP.

       01 TAB-FINALIDADES.
           03 FILLER                     PIC X(31)
               VALUE "MMALA DIRETA / CORRESPONDENCIA".
           03 FILLER                     PIC X(31)
               VALUE "OEMAIL OPERACIONAL            ".
           03 FILLER                     PIC X(31)
               VALUE "CCOMPARTILHAMENTO RH/PARCEIROS".
       01 TAB-FINALIDADES-R REDEFINES TAB-FINALIDADES.
           03 TAB-FIN OCCURS 3 TIMES.
               05 TAB-FIN-COD            PIC X(01).
               05 TAB-FIN-DESCR          PIC X(30).

       01 TAB-TOTAIS.
           03 TAB-TOT OCCURS 3 TIMES.
               05 TAB-TOT-OPT-IN         PIC 9(06).
               05 TAB-TOT-OPT-OUT        PIC 9(06).
               05 TAB-TOT-SEM-REG        PIC 9(06).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P192-RELATORIO: mainline - varre o CADUSER, imprime uma linha
      * por usuario ativo com as tres finalidades e fecha com os
      * totais. Sem CNSFILE ninguem tem consentimento e o relatorio
      * sai assim mesmo, tudo "sem registro".
      ******************************************************************
           P192-RELATORIO.

           MOVE "RELCONS"           TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-ATIVOS
           MOVE ZERO                     TO WS-PAGINA
           INITIALIZE TAB-TOTAIS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADUSER, FS="
                       WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET TEM-CNSFILE TO FALSE
           OPEN INPUT CNSFILE
           IF FS-CNSFILE-OK THEN
               SET TEM-CNSFILE TO TRUE
           ELSE
               DISPLAY "SEM REGISTRO DE CONSENTIMENTOS (CNSFILE), FS="
                       WS-FS-CNSFILE
           END-IF

           OPEN OUTPUT RLCREL
           PERFORM P196-CABECALHO THRU P196-FIM

           SET EOF-OK TO FALSE
           PERFORM P193-LER-CADUSER THRU P193-FIM UNTIL EOF-OK

           PERFORM P197-TOTAIS THRU P197-FIM

           CLOSE RLCREL
           IF TEM-CNSFILE THEN
               CLOSE CNSFILE
           END-IF
           CLOSE CADUSER

           DISPLAY "RELCONS: " WS-QTD-ATIVOS " USUARIO(S) ATIVO(S)"
                   " NO RELATORIO DE CONSENTIMENTOS"

           GOBACK.
       P192-FIM.

           P193-LER-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P193-FIM
           END-READ

           IF NOT FD-ST-ATIVO THEN
               GO TO P193-FIM
           END-IF

           ADD 1                         TO WS-QTD-ATIVOS

           IF WS-LIN-PAG NOT LESS 50 THEN
               PERFORM P196-CABECALHO THRU P196-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-RLC
           STRING FD-CD-USER             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  FD-NM                  DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  FD-DEPTO               DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
           END-STRING

           MOVE 50                       TO WS-COLUNA
           PERFORM P194-FINALIDADE THRU P194-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3

           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL
           ADD 1                         TO WS-LIN-PAG.
       P193-FIM.

      ******************************************************************
      * P194-FINALIDADE: bloco de uma finalidade na linha do usuario -
      * situacao ("S" consentiu, "N" revogou, "-" sem registro), data
      * da manifestacao atual e canal - e a soma no total dela.
      ******************************************************************
           P194-FINALIDADE.

           IF NOT TEM-CNSFILE THEN
               PERFORM P195-SEM-REGISTRO THRU P195-FIM
               GO TO P194-FIM
           END-IF

           MOVE FD-CD-USER               TO CNS-CD-USER
           MOVE TAB-FIN-COD (WS-IDX)     TO CNS-FINALIDADE
           READ CNSFILE
           KEY IS CNS-CHAVE
           INVALID KEY
               PERFORM P195-SEM-REGISTRO THRU P195-FIM
               GO TO P194-FIM
           END-READ

           IF CNS-OPT-IN THEN
               ADD 1                     TO TAB-TOT-OPT-IN (WS-IDX)
               STRING "S "               DELIMITED BY SIZE
                      CNS-DT-OPT-IN      DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CNS-CANAL          DELIMITED BY SIZE
                      INTO WS-LINHA-RLC
                      WITH POINTER WS-COLUNA
               END-STRING
           ELSE
               ADD 1                     TO TAB-TOT-OPT-OUT (WS-IDX)
               STRING "N "               DELIMITED BY SIZE
                      CNS-DT-OPT-OUT     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CNS-CANAL          DELIMITED BY SIZE
                      INTO WS-LINHA-RLC
                      WITH POINTER WS-COLUNA
               END-STRING
           END-IF

           ADD 4                         TO WS-COLUNA.
       P194-FIM.

           P195-SEM-REGISTRO.

           ADD 1                         TO TAB-TOT-SEM-REG (WS-IDX)
           STRING "- SEM REG.  "         DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
                  WITH POINTER WS-COLUNA
           END-STRING

           ADD 4                         TO WS-COLUNA.
       P195-FIM.

      ******************************************************************
      * P196-CABECALHO: cabecalho de cada pagina.
      ******************************************************************
           P196-CABECALHO.

           IF WS-PAGINA NOT EQUAL ZERO THEN
               MOVE SPACES TO RLC-LINHA
               WRITE REG-CONSENT-REL AFTER ADVANCING PAGE
           END-IF

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE SPACES TO WS-LINHA-RLC
           STRING "SITUACAO DOS CONSENTIMENTOS POR FINALIDADE - "
                  DELIMITED BY SIZE
                  "DATA "         DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
           END-STRING
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL

           MOVE "SIT: S CONSENTIU  N REVOGOU  - SEM REGISTRO (SEM CON
      -         "SENTIMENTO)   CANAL: F FORM. E EMAIL T TELEFONE R RH"
                                         TO RLC-LINHA
           WRITE REG-CONSENT-REL

           MOVE ALL "-" TO WS-LINHA-RLC
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL

           MOVE SPACES TO WS-LINHA-RLC
           STRING "CODIGO  NOME                       DEPARTAMENTO  "
                  DELIMITED BY SIZE
                  "MALA DIRETA     EMAIL OPERAC.   COMPARTILHA"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
           END-STRING
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL.
       P196-FIM.

      ******************************************************************
      * P197-TOTAIS: uma linha de totais por finalidade.
      ******************************************************************
           P197-TOTAIS.

           MOVE ALL "-" TO WS-LINHA-RLC
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL

           MOVE SPACES TO WS-LINHA-RLC
           STRING "USUARIOS ATIVOS: "    DELIMITED BY SIZE
                  WS-QTD-ATIVOS          DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
           END-STRING
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL

           PERFORM P198-TOTAL-FINALIDADE THRU P198-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3.
       P197-FIM.

           P198-TOTAL-FINALIDADE.

           MOVE SPACES TO WS-LINHA-RLC
           STRING TAB-FIN-DESCR (WS-IDX) DELIMITED BY SIZE
                  "  CONSENTIRAM: "      DELIMITED BY SIZE
                  TAB-TOT-OPT-IN (WS-IDX) DELIMITED BY SIZE
                  "  REVOGARAM: "        DELIMITED BY SIZE
                  TAB-TOT-OPT-OUT (WS-IDX) DELIMITED BY SIZE
                  "  SEM REGISTRO: "     DELIMITED BY SIZE
                  TAB-TOT-SEM-REG (WS-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-RLC
           END-STRING
           MOVE WS-LINHA-RLC TO RLC-LINHA
           WRITE REG-CONSENT-REL.
       P198-FIM.

           COPY STATCHK.
       END PROGRAM RELCONS.
