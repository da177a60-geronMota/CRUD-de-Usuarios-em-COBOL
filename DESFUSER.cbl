      *                 auditada, em nome de quem a executou. O email
      *                 errado era redigitado a mao a partir de uma
      *                 tela do FICHUSER.
      * 15/10/26 GERO - A lista de ocorrencias mostra quem fez cada
      *                 alteracao, e toda reversao grava no AUDLOG uma
      *                 linha DESFAZER com o carimbo e o autor da
      *                 alteracao desfeita, para o relatorio de
      *                 segregacao de funcoes (RELCONFL).
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1800).
      * 15/10/26 GERO - A reversao grava a imagem antes/depois do REG-
      *                 USER no jornal de recuperacao JRNUSER (rotina
      *                 JRNGRV), para o REAPUSER reaplicar em cima do
      *                 ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESFUSER.
           COPY CADSEL.
           COPY AUDSEL.
           COPY LCKSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LCKFILE.
           COPY LCKREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
               05 TAB-ANT                PIC X(30).
               05 TAB-NOVO               PIC X(30).
               05 TAB-STAMP              PIC 9(14).
               05 TAB-OPERADOR           PIC X(10).

           COPY STATWRK.

           COPY ELOWK.

           COPY MSGWK.

           COPY LCKWRK.

           COPY CADWRK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
           P570-DESFAZER.

           MOVE "DESFUSER"          TO WS-FS-PROGRAMA
           MOVE "DESFUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-ALTERAR THEN
               MOVE 1801                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA ALTERAR: &" TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 1802                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           OPEN I-O CADUSER
           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 1803                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-READ

           MOVE WS-DT-ALTERACAO          TO WS-DT-ALTERACAO-ORIG

           MOVE 1804                     TO WS-MSG-NUMERO
           MOVE "USUARIO: &"             TO WS-MSG-TEXTO
           MOVE WS-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P571-CARREGA-AUDLOG THRU P571-FIM

           IF WS-QTD-OCORR EQUAL ZERO THEN
               MOVE 1805                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SEM OCORRENCIAS REVERSIVEIS NO AUDLOG PARA ESTE "
                      "CODIGO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-OCORR

           MOVE 1806                     TO WS-MSG-NUMERO
           MOVE "NUMERO DA OCORRENCIA A DESFAZER (0 CANCELA)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ESCOLHA

           IF WS-ESCOLHA EQUAL ZERO OR
              WS-ESCOLHA GREATER WS-QTD-OCORR THEN
               MOVE 1807                 TO WS-MSG-NUMERO
               MOVE "NADA DESFEITO"      TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF

           MOVE 1808                     TO WS-MSG-NUMERO
           MOVE "<1> SO ESTA OCORRENCIA" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1809                     TO WS-MSG-NUMERO
           MOVE "<2> TODO O GRUPO DO MESMO CARIMBO &" TO WS-MSG-TEXTO
           MOVE TAB-STAMP (WS-ESCOLHA)   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ALCANCE

           MOVE TAB-STAMP (WS-ESCOLHA)   TO WS-STAMP-GRUPO
                                         TO TAB-NOVO (WS-QTD-OCORR)
                       MOVE AUD-DATA-HORA
                                         TO TAB-STAMP (WS-QTD-OCORR)
                       MOVE AUD-OPERADOR
                                         TO TAB-OPERADOR (WS-QTD-OCORR)
                   ELSE
                       MOVE 1810         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "MAIS DE 200 OCORRENCIAS, AS DEMAIS "
                              "FICARAM FORA DA LISTA"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       SET EOF-OK TO TRUE
                   END-IF
               END-IF

           P573-LISTA.

           MOVE 1811                     TO WS-MSG-NUMERO
           MOVE "& EM & CAMPO & POR &"   TO WS-MSG-TEXTO
           MOVE WS-IDX                   TO WS-MSG-PARAM (1)
           MOVE TAB-STAMP (WS-IDX)       TO WS-MSG-PARAM (2)
           MOVE TAB-CAMPO (WS-IDX)       TO WS-MSG-PARAM (3)
           MOVE TAB-OPERADOR (WS-IDX)    TO WS-MSG-PARAM (4)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1812                     TO WS-MSG-NUMERO
           MOVE "    DE  : &"            TO WS-MSG-TEXTO
           MOVE TAB-ANT (WS-IDX)         TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1813                     TO WS-MSG-NUMERO
           MOVE "    PARA: &"            TO WS-MSG-TEXTO
           MOVE TAB-NOVO (WS-IDX)        TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P573-FIM.

      ******************************************************************
           PERFORM P575-VERIFICA-ALTERACAO THRU P575-FIM

           IF REGISTRO-OBSOLETO THEN
               MOVE 1814                 TO WS-MSG-NUMERO
               MOVE "REGISTRO FOI ALTERADO POR OUTRO USUARIO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P976-LIBERA-TRAVA THRU P976-FIM
               GO TO P574-FIM
           END-IF
           END-STRING

           MOVE ZERO TO WS-QTD-REVERTIDOS
           MOVE REG-USER                 TO WS-JRN-ANTES

           IF WS-ALCANCE EQUAL "2" THEN
               PERFORM P576-REVERTE-UMA THRU P576-FIM
           END-IF

           IF WS-QTD-REVERTIDOS EQUAL ZERO THEN
               MOVE 1815                 TO WS-MSG-NUMERO
               MOVE "NENHUM CAMPO FOI REVERTIDO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P976-LIBERA-TRAVA THRU P976-FIM
               GO TO P574-FIM
           END-IF

           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM
           MOVE 1816                     TO WS-MSG-NUMERO
           MOVE "REVERSAO APLICADA, & CAMPO(S) DEVOLVIDO(S)"
                                         TO WS-MSG-TEXTO
           MOVE WS-QTD-REVERTIDOS        TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P578-GRAVA-AUDITORIA THRU P578-FIM

                       MOVE WS-FONE-VOLTA       TO FD-PHONE
                       ADD 1 TO WS-QTD-REVERTIDOS
                   ELSE
                       MOVE 1817         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "PHONE ANTERIOR NAO NUMERICO, CAMPO NAO "
                              "REVERTIDO"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "DEPTO"
                   MOVE TAB-ANT (WS-IDX) (1:10) TO FD-DEPTO
      * P578-GRAVA-AUDITORIA: a reversao sai no AUDLOG como qualquer
      * alteracao - uma linha por campo que realmente mudou em relacao
      * ao mirror lido antes da regravacao, em nome do operador que a
      * executou - seguida de uma linha "DESFAZER" com o carimbo e o
      * autor da alteracao desfeita (como a linha "APROVACAO" do
      * APRVUSER), para o relatorio de segregacao de funcoes achar
      * quem desfez a propria alteracao.
      ******************************************************************
           P578-GRAVA-AUDITORIA.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
               PERFORM P579-ESCREVE-AUDITORIA THRU P579-FIM
           END-IF

           MOVE "DESFAZER"               TO WS-AUD-CAMPO
           MOVE SPACES                   TO WS-AUD-ANTIGO
           MOVE WS-STAMP-GRUPO           TO WS-AUD-ANTIGO (1:14)
           MOVE TAB-OPERADOR (WS-ESCOLHA) TO WS-AUD-NOVO
           PERFORM P579-ESCREVE-AUDITORIA THRU P579-FIM

           CLOSE AUDLOG.
       P578-FIM.

           MOVE OPL-ROLE                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT.
       P579-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY MSGMOS.

           COPY LCKTRV.

           COPY JRNGRV.
       END PROGRAM DESFUSER.
