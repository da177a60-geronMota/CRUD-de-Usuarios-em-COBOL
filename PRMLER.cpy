      ******************************************************************
      * Paragraph: P985-LE-PARAMETRO
      * Purpose : rotina compartilhada do relatorio sob demanda,
      *           copiada na PROCEDURE DIVISION dos relatorios que o
      *           SPOOLREL executa (RELDEPTO, DORMUSER, ANIVUSER,
      *           RELOPER, RELACESS). Le o cartao PARMREL e liga
      *           PRM-SOB-DEMANDA quando a linha e do proprio programa
      *           (PRM-PROGRAMA igual a WS-FS-PROGRAMA, que o caller
      *           ja preencheu); os parametros do pedido voltam em
      *           WS-PRM-*. Sem arquivo, vazio ou de outro programa o
      *           relatorio segue como rodada normal. Sob demanda o
      *           relatorio nao grava o SEPFEED - a separacao por
      *           departamento e da emissao da noite.
      *           O caller precisa de PRMSEL/PRMREC (FD PARMREL) e
      *           PRMWK.
      ******************************************************************
           P985-LE-PARAMETRO.

           SET PRM-SOB-DEMANDA TO FALSE

           OPEN INPUT PARMREL
           IF NOT FS-PARMREL-OK THEN
               GO TO P985-FIM
           END-IF

           READ PARMREL
           AT END
               CONTINUE
           NOT AT END
               IF PRM-PROGRAMA EQUAL WS-FS-PROGRAMA THEN
                   SET PRM-SOB-DEMANDA TO TRUE
                   MOVE PRM-ID           TO WS-PRM-ID
                   MOVE PRM-OPERADOR     TO WS-PRM-OPERADOR
                   MOVE PRM-DATA-INI     TO WS-PRM-DATA-INI
                   MOVE PRM-DATA-FIM     TO WS-PRM-DATA-FIM
                   MOVE PRM-DIAS         TO WS-PRM-DIAS
               END-IF
           END-READ

           CLOSE PARMREL.
       P985-FIM.
