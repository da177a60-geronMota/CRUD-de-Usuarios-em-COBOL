      * 01/09/26 GERO - Tabela de passos ampliada para 12 - a corrente
      *                 chegou a 10 passos com o NOTIFUSER e a tabela
      *                 ganhou folga para os proximos.
      * 15/10/26 GERO - Tabela de passos ampliada para 15 - a corrente
      *                 chegou a 13 passos com o FOTODEPT nas noites de
      *                 fechamento de mes e a tabela manteve a folga.
      * 15/10/26 GERO - Tabela de passos ampliada para 16 - o VERELOG
      *                 entrou como passo semanal 15 e o RELMANHA passou
      *                 a ser o passo 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBATCH.
       77 WS-QTD-PROBLEMAS               PIC 9(06).

       01 TAB-PASSOS.
           03 TAB-PASSO OCCURS 16 TIMES.
               05 TAB-PROGRAMA           PIC X(10).
               05 TAB-QTD-EXEC           PIC 9(04).
               05 TAB-SOMA-MIN           PIC 9(08).

           MOVE ZERO TO WS-QTD-LINHAS
           PERFORM P741-ZERA-PASSO THRU P741-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16

           OPEN INPUT JOBHIST
           IF NOT FS-JOBHIST-OK THEN
               WRITE REG-BATCH-REL
           ELSE
               PERFORM P745-LINHA-PASSO THRU P745-FIM
                       VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               PERFORM P747-NOITES-PROBLEMA THRU P747-FIM
           END-IF

           NOT AT END
               IF JBH-DATA-RODADA(1:6) EQUAL WS-AAAAMM AND
                  JBH-PASSO NOT EQUAL ZERO AND
                  JBH-PASSO NOT GREATER 16 THEN
                   ADD 1 TO WS-QTD-LINHAS
                   MOVE JBH-PASSO        TO WS-IDX
                   MOVE JBH-PROGRAMA     TO TAB-PROGRAMA (WS-IDX)
