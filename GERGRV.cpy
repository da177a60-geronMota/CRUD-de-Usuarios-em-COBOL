      ******************************************************************
      * Paragraphs: P966-REGISTRA-GERACAO (e auxiliares)
      * Purpose : rotina compartilhada do catalogo de geracoes,
      *           copiada na PROCEDURE DIVISION de EXTUSER, RECNUSER,
      *           RELDEPTO, SEPAREL, PRVUSER, SPOOLREL e PASSUSER.
      *           Registra em
      *           GERCTLG a geracao
      *           datada que o programa acabou de produzir (arquivo
      *           logico + departamento, em branco nas saidas
      *           inteiras + data da rodada + nome fisico) e expira
      *           do catalogo as
      *           geracoes de cada arquivo e departamento alem de
      *           WS-GER-LIMITE (parametro do
      *           registro "G" de CADCTRL, padrao 7), da mais antiga
      *           para a mais nova, avisando qual arquivo fisico ficou
      *           sem catalogo para a operacao remover.

           SET GER-NOVO TO FALSE
           MOVE WS-GER-ARQUIVO           TO GER-ARQUIVO
           MOVE WS-GER-DEPTO             TO GER-DEPTO
           MOVE WS-GER-DATA-SIS          TO GER-DATA

           READ GERCTLG
           INVALID KEY
               SET GER-NOVO TO TRUE
               MOVE WS-GER-ARQUIVO       TO GER-ARQUIVO
               MOVE WS-GER-DEPTO         TO GER-DEPTO
               MOVE WS-GER-DATA-SIS      TO GER-DATA
           END-READ

           MOVE 99999999                 TO WS-GER-MAIS-ANTIGA

           MOVE WS-GER-ARQUIVO           TO GER-ARQUIVO
           MOVE WS-GER-DEPTO             TO GER-DEPTO
           MOVE ZERO                     TO GER-DATA
           SET GER-EOF-OK TO FALSE

           AT END
               SET GER-EOF-OK TO TRUE
           NOT AT END
               IF GER-ARQUIVO NOT EQUAL WS-GER-ARQUIVO OR
                  GER-DEPTO NOT EQUAL WS-GER-DEPTO THEN
                   SET GER-EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-GER-QTD
           P971-REMOVE-ANTIGA.

           MOVE WS-GER-ARQUIVO           TO GER-ARQUIVO
           MOVE WS-GER-DEPTO             TO GER-DEPTO
           MOVE WS-GER-MAIS-ANTIGA       TO GER-DATA

           READ GERCTLG
