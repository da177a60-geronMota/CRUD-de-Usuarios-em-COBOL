      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONSENTIMENTOS DO USUARIO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: manutencao do registro de
      *                 consentimentos CNSFILE, um registro por CD-USER
      *                 e finalidade - <M> mala direta (CARTUSER,
      *                 CRTBEMV), <O> email operacional (NOTIFUSER),
      *                 <C> compartilhamento com RH e parceiros
      *                 (EXTUSER). Cada manifestacao grava a data de
      *                 opt-in ou de opt-out e o canal por onde veio
      *                 (formulario, email, telefone). Os jobs de
      *                 saida pulam quem nao tem consentimento valido
      *                 para a sua finalidade; o RH tambem manda
      *                 manifestacoes pelo registro "C" do lote do
      *                 INTFHR.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0800).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CNSSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CNSFILE.
           COPY CNSREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-USUARIO-OK                  PIC X.
        88 USUARIO-OK                    VALUE "S" FALSE "N".
       77 WS-CNS-NOVO                    PIC X.
        88 CNS-NOVO                      VALUE "S" FALSE "N".
       77 WS-FIN-ALVO                    PIC X(01).
        88 FIN-VALIDA                    VALUE "M" "O" "C".
       77 WS-FIN-DESCR                   PIC X(30).
       77 WS-CNS-OPCAO                   PIC X(01).
        88 CNS-OPCAO-VALIDA              VALUE "S" "N".
       77 WS-CNS-CANAL                   PIC X(01).
        88 CNS-CANAL-VALIDO              VALUE "F" "E" "T".
       77 WS-DT-MANIFESTO                PIC 9(08).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P432-CONSENTIMENTOS: mainline - manutencao do CNSFILE exige a
      * permissao de CADASTRAR da matriz do operador logado, como os
      * contatos. Abre (ou cria) o CNSFILE e o CADUSER e repete o menu
      * ate finalizar.
      ******************************************************************
           P432-CONSENTIMENTOS.

           MOVE "CADCONS"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CADASTRAR THEN
               MOVE 0801                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CADASTRAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O CNSFILE
           IF WS-FS-CNSFILE EQUAL 35 THEN
               OPEN OUTPUT CNSFILE
               CLOSE CNSFILE
               OPEN I-O CNSFILE
           END-IF

           MOVE WS-FS-CNSFILE            TO WS-FS-CODIGO
           MOVE "CNSFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER            TO WS-FS-CODIGO
           MOVE "CADUSER"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-CNSFILE-OK AND FS-CADUSER-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P433-MENU THRU P433-FIM UNTIL FIM-OK
           END-IF

           CLOSE CNSFILE
           CLOSE CADUSER
           GOBACK.
       P432-FIM.

           P433-MENU.

           DISPLAY "==================================================="
           MOVE 0802                     TO WS-MSG-NUMERO
           MOVE "CONSENTIMENTOS DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0803                     TO WS-MSG-NUMERO
           MOVE "<1> CONSULTAR CONSENTIMENTOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0804                     TO WS-MSG-NUMERO
           MOVE "<2> REGISTRAR CONSENTIMENTO (OPT-IN)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0805                     TO WS-MSG-NUMERO
           MOVE "<3> REGISTRAR REVOGACAO (OPT-OUT)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0806                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P434-PEDE-USUARIO THRU P434-FIM
               WHEN "2"
                   MOVE "S"              TO WS-CNS-OPCAO
                   PERFORM P437-REGISTRAR THRU P437-FIM
               WHEN "3"
                   MOVE "N"              TO WS-CNS-OPCAO
                   PERFORM P437-REGISTRAR THRU P437-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 0807             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P433-FIM.

      ******************************************************************
      * P434-PEDE-USUARIO: toda opcao comeca pelo codigo - precisa
      * existir no CADUSER e o FD-DEPTO dele estar no escopo do
      * operador. A situacao das tres finalidades e exibida.
      ******************************************************************
           P434-PEDE-USUARIO.

           SET USUARIO-OK TO FALSE

           MOVE 0808                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           MOVE WS-CD-USER               TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0809                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P434-FIM
           END-READ

           MOVE FD-DEPTO                 TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P434-FIM
           END-IF

           SET USUARIO-OK TO TRUE
           MOVE 0810                     TO WS-MSG-NUMERO
           MOVE "USUARIO: &"             TO WS-MSG-TEXTO
           MOVE FD-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE "M"                      TO WS-FIN-ALVO
           PERFORM P435-MOSTRA-FINALIDADE THRU P435-FIM
           MOVE "O"                      TO WS-FIN-ALVO
           PERFORM P435-MOSTRA-FINALIDADE THRU P435-FIM
           MOVE "C"                      TO WS-FIN-ALVO
           PERFORM P435-MOSTRA-FINALIDADE THRU P435-FIM.
       P434-FIM.

      ******************************************************************
      * P435-MOSTRA-FINALIDADE: uma linha por finalidade - situacao,
      * datas de opt-in e opt-out, canal e quem registrou. Sem
      * registro nao ha consentimento.
      ******************************************************************
           P435-MOSTRA-FINALIDADE.

           PERFORM P436-DESCREVE-FINALIDADE THRU P436-FIM

           MOVE WS-CD-USER               TO CNS-CD-USER
           MOVE WS-FIN-ALVO              TO CNS-FINALIDADE
           READ CNSFILE
           KEY IS CNS-CHAVE
           INVALID KEY
               MOVE 0811                 TO WS-MSG-NUMERO
               MOVE "& SEM REGISTRO (SEM CONSENTIMENTO)" TO WS-MSG-TEXTO
               MOVE WS-FIN-DESCR         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P435-FIM
           END-READ

           IF CNS-OPT-IN THEN
               MOVE 0812                 TO WS-MSG-NUMERO
               MOVE "& CONSENTIU EM & CANAL:& POR &" TO WS-MSG-TEXTO
               MOVE WS-FIN-DESCR         TO WS-MSG-PARAM (1)
               MOVE CNS-DT-OPT-IN        TO WS-MSG-PARAM (2)
               MOVE CNS-CANAL            TO WS-MSG-PARAM (3)
               MOVE CNS-OPERADOR         TO WS-MSG-PARAM (4)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 0813                 TO WS-MSG-NUMERO
               MOVE "& REVOGOU EM & CANAL:& POR &" TO WS-MSG-TEXTO
               MOVE WS-FIN-DESCR         TO WS-MSG-PARAM (1)
               MOVE CNS-DT-OPT-OUT       TO WS-MSG-PARAM (2)
               MOVE CNS-CANAL            TO WS-MSG-PARAM (3)
               MOVE CNS-OPERADOR         TO WS-MSG-PARAM (4)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P435-FIM.

           P436-DESCREVE-FINALIDADE.

           EVALUATE WS-FIN-ALVO
               WHEN "M"
                   MOVE "MALA DIRETA / CORRESPONDENCIA:"
                                         TO WS-FIN-DESCR
               WHEN "O"
                   MOVE "EMAIL OPERACIONAL           :"
                                         TO WS-FIN-DESCR
               WHEN "C"
                   MOVE "COMPARTILHAMENTO RH/PARCEIROS:"
                                         TO WS-FIN-DESCR
           END-EVALUATE.
       P436-FIM.

      ******************************************************************
      * P437-REGISTRAR: grava a manifestacao do titular (WS-CNS-OPCAO
      * "S" opt-in, "N" opt-out) para uma finalidade - data da
      * manifestacao (ENTER = hoje, nunca futura) e canal. O registro
      * e criado na primeira vez; a data da manifestacao contraria
      * fica guardada como estava.
      ******************************************************************
           P437-REGISTRAR.

           PERFORM P434-PEDE-USUARIO THRU P434-FIM
           IF NOT USUARIO-OK THEN
               GO TO P437-FIM
           END-IF

           MOVE 0814                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "FINALIDADE: <M> MALA DIRETA  <O> EMAIL OPERACIONAL  "
                  "<C> COMPARTILHAMENTO"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-FIN-ALVO
           IF NOT FIN-VALIDA THEN
               MOVE 0815                 TO WS-MSG-NUMERO
               MOVE "FINALIDADE INVALIDA, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P437-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE 0816                     TO WS-MSG-NUMERO
           MOVE "DATA DA MANIFESTACAO (AAAAMMDD, ENTER = HOJE)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE ZERO                     TO WS-DT-MANIFESTO
           ACCEPT WS-DT-MANIFESTO
           IF WS-DT-MANIFESTO EQUAL ZERO THEN
               MOVE WS-DATA-SISTEMA      TO WS-DT-MANIFESTO
           END-IF

           IF WS-DT-MANIFESTO GREATER WS-DATA-SISTEMA OR
              WS-DT-MANIFESTO(5:2) LESS "01" OR
              WS-DT-MANIFESTO(5:2) GREATER "12" OR
              WS-DT-MANIFESTO(7:2) LESS "01" OR
              WS-DT-MANIFESTO(7:2) GREATER "31" THEN
               MOVE 0817                 TO WS-MSG-NUMERO
               MOVE "DATA DA MANIFESTACAO INVALIDA, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P437-FIM
           END-IF

           MOVE 0818                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "CANAL: <F> FORMULARIO EM PAPEL  <E> EMAIL  <T> "
                  "TELEFONE"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CNS-CANAL
           IF NOT CNS-CANAL-VALIDO THEN
               MOVE 0819                 TO WS-MSG-NUMERO
               MOVE "CANAL INVALIDO, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P437-FIM
           END-IF

           SET CNS-NOVO TO FALSE
           MOVE WS-CD-USER               TO CNS-CD-USER
           MOVE WS-FIN-ALVO              TO CNS-FINALIDADE
           READ CNSFILE
           KEY IS CNS-CHAVE
           INVALID KEY
               SET CNS-NOVO TO TRUE
               MOVE WS-CD-USER           TO CNS-CD-USER
               MOVE WS-FIN-ALVO          TO CNS-FINALIDADE
               MOVE ZERO                 TO CNS-DT-OPT-IN
               MOVE ZERO                 TO CNS-DT-OPT-OUT
           END-READ

           IF WS-CNS-OPCAO EQUAL "S" THEN
               SET CNS-OPT-IN TO TRUE
               MOVE WS-DT-MANIFESTO      TO CNS-DT-OPT-IN
           ELSE
               SET CNS-OPT-OUT TO TRUE
               MOVE WS-DT-MANIFESTO      TO CNS-DT-OPT-OUT
           END-IF
           MOVE WS-CNS-CANAL             TO CNS-CANAL
           MOVE OPL-OPERADOR             TO CNS-OPERADOR
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO CNS-DATA-HORA
           END-STRING

           IF CNS-NOVO THEN
               WRITE REG-CONSENT
               INVALID KEY
                   MOVE 0820             TO WS-MSG-NUMERO
                   MOVE "FALHA AO GRAVAR O CONSENTIMENTO, FS=&"
                                         TO WS-MSG-TEXTO
                   MOVE WS-FS-CNSFILE    TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P437-FIM
               END-WRITE
           ELSE
               REWRITE REG-CONSENT
               INVALID KEY
                   MOVE 0820             TO WS-MSG-NUMERO
                   MOVE "FALHA AO GRAVAR O CONSENTIMENTO, FS=&"
                                         TO WS-MSG-TEXTO
                   MOVE WS-FS-CNSFILE    TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P437-FIM
               END-REWRITE
           END-IF

           IF CNS-OPT-IN THEN
               MOVE 0821                 TO WS-MSG-NUMERO
               MOVE "CONSENTIMENTO REGISTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 0822                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "REVOGACAO REGISTRADA - OS JOBS DA FINALIDADE "
                      "PULAM ESTE USUARIO A PARTIR DA PROXIMA RODADA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P437-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.
       END PROGRAM CADCONS.
