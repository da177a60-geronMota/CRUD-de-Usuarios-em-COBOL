      *                 restaurar nada. A consulta sai no ACSLOG como
      *                 tipo ARQUIVO, como as demais leituras de dado
      *                 pessoal.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1500).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSARC.

           COPY STATWRK.

           COPY MSGWK.

       LINKAGE SECTION.

           COPY OPLREC.
           P585-CONSULTAR-ARQUIVO.

           MOVE "CONSARC"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CONSULTAR THEN
               MOVE 1501                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CONSULTAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE ZERO TO WS-QTD-AUD
           MOVE ZERO TO WS-QTD-HIST

           MOVE 1502                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "DATA DO EXPURGO (AAAAMMDD, COMO NO NOME DO ARQUIVO "
                  "MORTO)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DATA-EXPURGO

           MOVE 1503                     TO WS-MSG-NUMERO
           MOVE "ANO PROCURADO (AAAA)"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ANO-BUSCA

           MOVE 1504                     TO WS-MSG-NUMERO
           MOVE "BUSCA: <1> POR CODIGO DE USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1505                     TO WS-MSG-NUMERO
           MOVE "       <2> POR ID DE OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-MODO-BUSCA

           EVALUATE WS-MODO-BUSCA
               WHEN "1"
                   MOVE 1506             TO WS-MSG-NUMERO
                   MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   ACCEPT WS-CD-BUSCA
               WHEN "2"
                   MOVE 1507             TO WS-MSG-NUMERO
                   MOVE "DIGITE O ID DO OPERADOR" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   ACCEPT WS-OPER-BUSCA
               WHEN OTHER
                   MOVE 1508             TO WS-MSG-NUMERO
                   MOVE "BUSCA INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GOBACK
           END-EVALUATE

           IF WS-MODO-BUSCA EQUAL "1" THEN
               PERFORM P588-CONSULTA-HISARC THRU P588-FIM
           ELSE
               MOVE 1509                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CADHIST ARQUIVADO NAO GUARDA OPERADOR, SECAO "
                      "PULADA NA BUSCA POR OPERADOR"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           DISPLAY "==================================================="
           MOVE 1510                     TO WS-MSG-NUMERO
           MOVE "OCORRENCIAS DO AUDLOG ARQUIVADO : &" TO WS-MSG-TEXTO
           MOVE WS-QTD-AUD               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1511                     TO WS-MSG-NUMERO
           MOVE "ARQUIVAMENTOS DO CADHIST MORTO  : &" TO WS-MSG-TEXTO
           MOVE WS-QTD-HIST              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P591-GRAVA-ACESSO THRU P591-FIM


           OPEN INPUT AUDARC
           IF NOT FS-AUDARC-OK THEN
               MOVE 1512                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO MORTO AUDARC DA DATA & NAO ENCONTRADO"
                                         TO WS-MSG-TEXTO
               MOVE WS-DATA-EXPURGO      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P586-FIM
           END-IF

           DISPLAY "==================================================="
           MOVE 1513                     TO WS-MSG-NUMERO
           MOVE "ALTERACOES NO AUDLOG ARQUIVADO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           SET EOF-OK TO FALSE
           PERFORM P587-LE-AUDARC THRU P587-FIM UNTIL EOF-OK
               END-IF
               ADD 1 TO WS-QTD-AUD
               DISPLAY "-----------------------------------------"
               MOVE 1514                 TO WS-MSG-NUMERO
               MOVE "USUARIO   : &"      TO WS-MSG-TEXTO
               MOVE AUD-CD-USER          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1515                 TO WS-MSG-NUMERO
               MOVE "DATA/HORA : &"      TO WS-MSG-TEXTO
               MOVE AUD-DATA-HORA        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1516                 TO WS-MSG-NUMERO
               MOVE "CAMPO     : &"      TO WS-MSG-TEXTO
               MOVE AUD-CAMPO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1517                 TO WS-MSG-NUMERO
               MOVE "VALOR ANT : &"      TO WS-MSG-TEXTO
               MOVE AUD-VALOR-ANT        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1518                 TO WS-MSG-NUMERO
               MOVE "VALOR NOVO: &"      TO WS-MSG-TEXTO
               MOVE AUD-VALOR-NOVO       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1519                 TO WS-MSG-NUMERO
               MOVE "OPERADOR  : & (&)"  TO WS-MSG-TEXTO
               MOVE AUD-OPERADOR         TO WS-MSG-PARAM (1)
               MOVE AUD-ROLE-OP          TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P587-FIM.


           OPEN INPUT HISARC
           IF NOT FS-HISARC-OK THEN
               MOVE 1520                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO MORTO HISARC DA DATA & NAO ENCONTRADO"
                                         TO WS-MSG-TEXTO
               MOVE WS-DATA-EXPURGO      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P588-FIM
           END-IF

           DISPLAY "==================================================="
           MOVE 1521                     TO WS-MSG-NUMERO
           MOVE "ARQUIVAMENTOS NO CADHIST MORTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           SET EOF-OK TO FALSE
           PERFORM P589-LE-HISARC THRU P589-FIM UNTIL EOF-OK
               END-IF
               ADD 1 TO WS-QTD-HIST
               DISPLAY "-----------------------------------------"
               MOVE 1522                 TO WS-MSG-NUMERO
               MOVE "ARQUIVADO EM: &"    TO WS-MSG-TEXTO
               MOVE HIST-DATA-HORA       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1523                 TO WS-MSG-NUMERO
               MOVE "MOTIVO      : &"    TO WS-MSG-TEXTO
               MOVE HIST-MOTIVO          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1524                 TO WS-MSG-NUMERO
               MOVE "NOME        : &"    TO WS-MSG-TEXTO
               MOVE HIST-NM              TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1525                 TO WS-MSG-NUMERO
               MOVE "EMAIL       : &"    TO WS-MSG-TEXTO
               MOVE HIST-EMAIL           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1526                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO: &"    TO WS-MSG-TEXTO
               MOVE HIST-DEPTO           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P589-FIM.

       P591-FIM.

           COPY STATCHK.

           COPY MSGMOS.
       END PROGRAM CONSARC.
