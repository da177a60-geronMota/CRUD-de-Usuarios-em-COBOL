      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/RESPOSTAS DA RECERTIFICACAO DE
      *         ACESSOS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: tela em que o gestor registra,
      *                 usuario por usuario, a decisao de manter ou
      *                 revogar o acesso na campanha de recertificacao
      *                 aberta pelo CERTUSER. So GESTOR ou MASTER, so
      *                 dentro do escopo de departamentos do operador
      *                 e so ate o prazo da campanha; a resposta fica
      *                 no RCTFILE com o operador e a data/hora. Lista
      *                 tambem os usuarios ainda sem resposta de um
      *                 departamento.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1400).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCTSEL.
           COPY SEQSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD RCTFILE.
           COPY RCTREC.

       FD CADCTRL.
           COPY SEQREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-RCTFILE                  PIC 99.
        88 FS-RCTFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CAMPANHA                    PIC 9(06).
       77 WS-CAMPANHA-ABERTA             PIC X.
        88 CAMPANHA-ABERTA               VALUE "S" FALSE "N".
       77 WS-CD-USER-RESP                PIC 9(06).
       77 WS-DEPTO-RESP                  PIC X(10).
       77 WS-DECISAO                     PIC X.
        88 DECISAO-MANTER                VALUE "M".
        88 DECISAO-REVOGAR               VALUE "R".
       77 WS-QTD-PENDENTES               PIC 9(05).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).

           COPY STATWRK.

           COPY MSGWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P360-RESPONDER: mainline - so GESTOR ou MASTER responde, e so
      * com uma campanha em andamento no registro "K" de CADCTRL.
      ******************************************************************
           P360-RESPONDER.

           MOVE "CERTRESP"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF OPL-ROLE NOT EQUAL "GESTOR" AND
              OPL-ROLE NOT EQUAL "MASTER" THEN
               MOVE 1401                 TO WS-MSG-NUMERO
               MOVE "SOMENTE GESTOR OU MASTER RESPONDE A RECERTIFICACAO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           PERFORM P361-LER-CAMPANHA THRU P361-FIM

           IF NOT CAMPANHA-ABERTA THEN
               MOVE 1402                 TO WS-MSG-NUMERO
               MOVE "NENHUMA CAMPANHA DE RECERTIFICACAO EM ANDAMENTO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O RCTFILE

           MOVE WS-FS-RCTFILE           TO WS-FS-CODIGO
           MOVE "RCTFILE"               TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-RCTFILE-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P362-MENU THRU P362-FIM UNTIL FIM-OK
               CLOSE RCTFILE
           END-IF

           GOBACK.
       P360-FIM.

      ******************************************************************
      * P361-LER-CAMPANHA: numero da campanha e marca de campanha em
      * andamento, no registro "K" de CADCTRL mantido pelo CERTUSER.
      ******************************************************************
           P361-LER-CAMPANHA.

           MOVE ZERO                     TO WS-CAMPANHA
           SET CAMPANHA-ABERTA TO FALSE

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "K"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTR-ULT-SEQ      TO WS-CAMPANHA
                   IF CTR-QTD-ATIVO EQUAL 1 THEN
                       SET CAMPANHA-ABERTA TO TRUE
                   END-IF
               END-READ
               CLOSE CADCTRL
           END-IF.
       P361-FIM.

           P362-MENU.

           DISPLAY "==================================================="
           MOVE 1403                     TO WS-MSG-NUMERO
           MOVE "RECERTIFICACAO DE ACESSOS - CAMPANHA &" TO WS-MSG-TEXTO
           MOVE WS-CAMPANHA              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1404                     TO WS-MSG-NUMERO
           MOVE "<1> RESPONDER POR USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1405                     TO WS-MSG-NUMERO
           MOVE "<2> PENDENTES DE UM DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1406                     TO WS-MSG-NUMERO
           MOVE "<M> VOLTAR AO MENU"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P363-RESPONDE THRU P363-FIM
               WHEN "2"
                   PERFORM P366-PENDENTES THRU P366-FIM
               WHEN "M"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 1407             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P362-FIM.

      ******************************************************************
      * P363-RESPONDE: localiza o usuario na campanha pela chave
      * alternativa (campanha + codigo), confere o escopo do operador
      * sobre o departamento gravado na abertura e o prazo, e grava a
      * decisao MANTER ou REVOGAR com o operador e a data/hora. Uma
      * resposta ja dada pode ser trocada ate o prazo.
      ******************************************************************
           P363-RESPONDE.

           MOVE 1408                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER-RESP

           MOVE WS-CAMPANHA              TO RCT-CAMPANHA-U
           MOVE WS-CD-USER-RESP          TO RCT-CD-USER-U

           READ RCTFILE KEY IS RCT-CHAVE-USER
           INVALID KEY
               MOVE 1409                 TO WS-MSG-NUMERO
               MOVE "USUARIO NAO CONSTA DA CAMPANHA &" TO WS-MSG-TEXTO
               MOVE WS-CAMPANHA          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P363-FIM
           END-READ

           MOVE RCT-DEPTO                TO WS-ESC-DEPTO
           MOVE RCT-CD-USER              TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P363-FIM
           END-IF

           PERFORM P365-CARIMBO THRU P365-FIM

           IF WS-DATA-SISTEMA GREATER RCT-DT-PRAZO THEN
               MOVE 1410                 TO WS-MSG-NUMERO
               MOVE "PRAZO DA CAMPANHA VENCEU EM &, RESPOSTA NAO ACEITA"
                                         TO WS-MSG-TEXTO
               MOVE RCT-DT-PRAZO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P363-FIM
           END-IF

           MOVE 1411                     TO WS-MSG-NUMERO
           MOVE "CODIGO      : &"        TO WS-MSG-TEXTO
           MOVE RCT-CD-USER              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1412                     TO WS-MSG-NUMERO
           MOVE "NOME        : &"        TO WS-MSG-TEXTO
           MOVE RCT-NM                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1413                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO: &"        TO WS-MSG-TEXTO
           MOVE RCT-DEPTO                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF RCT-SEM-RESPOSTA THEN
               MOVE 1414                 TO WS-MSG-NUMERO
               MOVE "RESPOSTA    : (SEM RESPOSTA)" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1415                 TO WS-MSG-NUMERO
               MOVE "RESPOSTA    : & POR & EM &" TO WS-MSG-TEXTO
               MOVE RCT-RESPOSTA         TO WS-MSG-PARAM (1)
               MOVE RCT-OPER-RESPOSTA    TO WS-MSG-PARAM (2)
               MOVE RCT-DT-RESPOSTA      TO WS-MSG-PARAM (3)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           MOVE 1416                     TO WS-MSG-NUMERO
           MOVE "<M> MANTER O ACESSO  <R> REVOGAR O ACESSO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DECISAO

           IF NOT DECISAO-MANTER AND NOT DECISAO-REVOGAR THEN
               MOVE 1417                 TO WS-MSG-NUMERO
               MOVE "DECISAO INVALIDA, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P363-FIM
           END-IF

           MOVE WS-DECISAO               TO RCT-RESPOSTA
           MOVE OPL-OPERADOR             TO RCT-OPER-RESPOSTA
           MOVE WS-STAMP-ALTERACAO       TO RCT-DT-RESPOSTA

           REWRITE REG-RECERT
           INVALID KEY
               MOVE 1418                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR A RESPOSTA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 1419                 TO WS-MSG-NUMERO
               MOVE "RESPOSTA REGISTRADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-REWRITE.
       P363-FIM.

           P365-CARIMBO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-ALTERACAO
           END-STRING.
       P365-FIM.

      ******************************************************************
      * P366-PENDENTES: lista os usuarios de um departamento ainda sem
      * resposta na campanha - o que vira inativacao no encerramento
      * se ninguem responder ate o prazo.
      ******************************************************************
           P366-PENDENTES.

           MOVE 1420                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-RESP

           MOVE WS-DEPTO-RESP            TO WS-ESC-DEPTO
           MOVE ZERO                     TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P366-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-PENDENTES
           MOVE WS-CAMPANHA              TO RCT-CAMPANHA
           MOVE WS-DEPTO-RESP            TO RCT-DEPTO
           MOVE ZERO                     TO RCT-CD-USER
           SET EOF-OK TO FALSE

           START RCTFILE KEY IS NOT LESS RCT-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P367-LER-PENDENTE THRU P367-FIM UNTIL EOF-OK

           MOVE 1421                     TO WS-MSG-NUMERO
           MOVE "& USUARIO(S) SEM RESPOSTA NO DEPARTAMENTO &"
                                         TO WS-MSG-TEXTO
           MOVE WS-QTD-PENDENTES         TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-RESP            TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P366-FIM.

           P367-LER-PENDENTE.

           READ RCTFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF RCT-CAMPANHA NOT EQUAL WS-CAMPANHA OR
                  RCT-DEPTO NOT EQUAL WS-DEPTO-RESP THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF RCT-SEM-RESPOSTA THEN
                       ADD 1             TO WS-QTD-PENDENTES
                       DISPLAY RCT-CD-USER " " RCT-NM
                   END-IF
               END-IF
           END-READ.
       P367-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.
       END PROGRAM CERTRESP.
