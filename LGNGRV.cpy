      ******************************************************************
      * Paragraph: P956-GRAVA-ENTRADA
      * Purpose : rotina compartilhada de gravacao de uma tentativa de
      *           entrada do usuario final no LGNLOG, copiada na
      *           PROCEDURE DIVISION dos servicos chamados pela
      *           intranet (VALIDUSER, SENHUSER). Abre em EXTEND
      *           (criando o arquivo na primeira vez, como o SEGLOG),
      *           carimba data/hora e fecha em seguida. Autenticacao
      *           aceita ("V" com retorno 00) grava tambem a data da
      *           ultima entrada do usuario no ULTFILE (P957). Falha de
      *           gravacao nao muda o codigo devolvido ao chamador.
      ******************************************************************
           P956-GRAVA-ENTRADA.

           ACCEPT WS-LGN-DATA-SIS FROM DATE YYYYMMDD
           ACCEPT WS-LGN-HORA-SIS FROM TIME
           STRING WS-LGN-DATA-SIS        DELIMITED BY SIZE
                  WS-LGN-HORA-SIS(1:6)   DELIMITED BY SIZE
                  INTO WS-LGN-STAMP
           END-STRING

           OPEN EXTEND LGNLOG
           IF WS-FS-LGNLOG EQUAL 35 THEN
               OPEN OUTPUT LGNLOG
           END-IF

           IF FS-LGNLOG-OK THEN
               MOVE WS-LGN-SERVICO       TO LGN-SERVICO
               MOVE WS-LGN-FUNCAO        TO LGN-FUNCAO
               MOVE WS-LGN-EMAIL         TO LGN-EMAIL
               MOVE WS-LGN-CD-USER       TO LGN-CD-USER
               MOVE WS-LGN-RETORNO       TO LGN-RETORNO
               MOVE WS-LGN-STAMP         TO LGN-DATA-HORA
               WRITE REG-ENTRADA
               CLOSE LGNLOG
           END-IF

           IF WS-LGN-FUNCAO EQUAL "V" AND WS-LGN-RETORNO EQUAL "00"
              THEN
               PERFORM P957-ULTIMA-ENTRADA THRU P957-FIM
           END-IF.
       P956-FIM.

      ******************************************************************
      * P957-ULTIMA-ENTRADA: grava (ou regrava) no ULTFILE o carimbo
      * da entrada aceita agora.
      ******************************************************************
           P957-ULTIMA-ENTRADA.

           OPEN I-O ULTFILE
           IF WS-FS-ULTFILE EQUAL 35 THEN
               OPEN OUTPUT ULTFILE
               CLOSE ULTFILE
               OPEN I-O ULTFILE
           END-IF
           IF NOT FS-ULTFILE-OK THEN
               GO TO P957-FIM
           END-IF

           MOVE WS-LGN-CD-USER           TO ULT-CD-USER
           READ ULTFILE
           INVALID KEY
               MOVE WS-LGN-CD-USER       TO ULT-CD-USER
               MOVE WS-LGN-STAMP         TO ULT-DT-ENTRADA
               WRITE REG-ULTIMA
           NOT INVALID KEY
               MOVE WS-LGN-STAMP         TO ULT-DT-ENTRADA
               REWRITE REG-ULTIMA
           END-READ

           CLOSE ULTFILE.
       P957-FIM.
