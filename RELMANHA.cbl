      * 01/09/26 GERO - Tabela de passos ampliada para 12 - a corrente
      *                 chegou a 10 passos com o NOTIFUSER e a tabela
      *                 ganhou folga para os proximos.
      * 15/10/26 GERO - Tabela de passos ampliada para 15 - a corrente
      *                 chegou a 13 passos com o FOTODEPT nas noites de
      *                 fechamento de mes e a tabela manteve a folga.
      * 15/10/26 GERO - A linha de erro de arquivo do ERRLOG mostra
      *                 tambem o numero da mensagem de status (catalogo
      *                 MSGFILE).
      * 15/10/26 GERO - Tabela de passos ampliada para 16 - o VERELOG
      *                 entrou como passo semanal 15 e o RELMANHA passou
      *                 a ser o passo 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMANHA.
       77 WS-VERED-RECON                 PIC X(30).

       01 TAB-PASSOS.
           03 TAB-PASSO OCCURS 16 TIMES.
               05 TAB-PROGRAMA           PIC X(10).
               05 TAB-SITUACAO           PIC X(01).
               05 TAB-MINUTOS            PIC 9(06).
           P751-LE-JOBCTRL.

           PERFORM P752-ZERA-PASSO THRU P752-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16

           OPEN INPUT JOBCTRL
           IF NOT FS-JOBCTRL-OK THEN
           END-IF

           PERFORM P753-LE-PASSO THRU P753-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16

           CLOSE JOBCTRL.
       P751-FIM.
           WRITE REG-MANHA-REL

           PERFORM P757-LINHA-PASSO THRU P757-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16

           MOVE ALL "-" TO WS-LINHA-MNH
           MOVE WS-LINHA-MNH TO MNH-LINHA
                          ERR-STATUS DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          ERR-DATA-HORA DELIMITED BY SIZE
                          " MSG " DELIMITED BY SIZE
                          ERR-MSG-NUMERO DELIMITED BY SIZE
                          INTO WS-LINHA-MNH
                   END-STRING
                   MOVE WS-LINHA-MNH TO MNH-LINHA
