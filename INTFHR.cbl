      *                 validacao, como os demais erros de estrutura.
      *                 A lista de desligados deixou de ser digitada a
      *                 mao no DELEUSER.
      * 15/10/26 GERO - Registro novo "C" no lote do RH: manifestacao de
      *                 consentimento (finalidade, opt-in/opt-out, data)
      *                 casada pelo email e gravada no CNSFILE com canal
      *                 "R". Conta no trailer como detalhe; finalidade
      *                 ou opcao invalida derruba o lote; email sem
      *                 cadastro sai listado no INTREL para reenvio.
      * 15/10/26 GERO - O detalhe do RH ganhou a data de vigencia (HR-
      *                 DT-EFETIVA): um "M" ou "D" com a data preenchida
      *                 vira uma mudanca agendada no AGDFILE (rotina
      *                 AGDGRV), aplicada pelo AGDUSER na data de
      *                 negocio, em vez de transacao do TRNUSER para a
      *                 mesma noite. Data invalida derruba o lote; na
      *                 admissao a data e ignorada.
      * 15/10/26 GERO - A admissao agora leva o CPF do RH (HR-CPF,
      *                 branco nos lotes antigos) para o LOT-CPF do
      *                 LOTUSER - e no CARGUSER que o CPF e conferido
      *                 contra os codigos ja existentes e a
      *                 recontratacao volta ao RH pelo HRRET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFHR.
           COPY INTSEL.
           COPY TRNSEL.
           COPY CADSEL.
           COPY CNSSEL.
           COPY AGDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CNSFILE.
           COPY CNSREC.

       FD AGDFILE.
           COPY AGDREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-HRFILE                   PIC 99.
        88 FS-HRFILE-OK                  VALUE 0.
       77 WS-TEM-CADUSER                 PIC X.
        88 TEM-CADUSER                   VALUE "S" FALSE "N".
       77 WS-CD-ACHADO                   PIC 9(06).
       77 WS-EMAIL-BUSCA                 PIC X(30).
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.
       77 WS-TEM-CNSFILE                 PIC X.
        88 TEM-CNSFILE                   VALUE "S" FALSE "N".
       77 WS-CNS-NOVO                    PIC X.
        88 CNS-NOVO                      VALUE "S" FALSE "N".
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-QTD-CONSENT                 PIC 9(06).
       77 WS-QTD-CNS-SEM-CAD             PIC 9(06).
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-FS-AGDFILE                  PIC 99.
        88 FS-AGDFILE-OK                 VALUE 0.
       77 WS-TEM-AGDFILE                 PIC X.
        88 TEM-AGDFILE                   VALUE "S" FALSE "N".
       77 WS-DT-ALT-ACHADO               PIC 9(14).
       77 WS-QTD-AGENDADAS               PIC 9(06).
       77 WS-QTD-AGD-FALHA               PIC 9(06).

       01 TAB-CNS-SEM-CASAMENTO.
           03 TAB-CNS-ITEM OCCURS 200 TIMES.
               05 TAB-CNS-EMAIL          PIC X(30).
               05 TAB-CNS-FINALIDADE     PIC X(01).
               05 TAB-CNS-OPCAO          PIC X(01).

           COPY STATWRK.

           COPY AGDWK.

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE ZERO TO WS-QTD-TRAILER
           MOVE ZERO TO WS-QTD-CONVERTIDOS
           MOVE ZERO TO WS-QTD-TRANSACOES
           MOVE ZERO TO WS-QTD-CONSENT
           MOVE ZERO TO WS-QTD-CNS-SEM-CAD
           MOVE ZERO TO WS-QTD-AGENDADAS
           MOVE ZERO TO WS-QTD-AGD-FALHA
           MOVE ZERO TO WS-DT-LOTE
           MOVE ZERO TO WS-NR-LOTE
           SET LOTE-OK TO TRUE
           SET TEM-TRAILER TO FALSE
           MOVE SPACES TO WS-MOTIVO-RECUSA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN OUTPUT INTREL

               DISPLAY "LOTE DO RH ACEITO, " WS-QTD-CONVERTIDOS
                       " ADMISSOES PARA O LOTUSER E "
                       WS-QTD-TRANSACOES " TRANSACOES PARA O TRNUSER"
               DISPLAY "CONSENTIMENTOS DO RH GRAVADOS: " WS-QTD-CONSENT
                       "  SEM CASAMENTO NO CADUSER: "
                       WS-QTD-CNS-SEM-CAD
               DISPLAY "MOVIMENTOS COM DATA DE VIGENCIA AGENDADOS: "
                       WS-QTD-AGENDADAS
               IF WS-QTD-AGD-FALHA GREATER ZERO THEN
                   DISPLAY "MOVIMENTOS DATADOS NAO AGENDADOS (AGDFILE"
                           " INDISPONIVEL): " WS-QTD-AGD-FALHA
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "LOTE DO RH RECUSADO: " WS-MOTIVO-RECUSA
               IF WS-MOTIVO-RECUSA NOT EQUAL
      * header, conta os detalhes e captura a contagem do trailer.
      * Header duplicado, detalhe antes do header, linha de tipo
      * desconhecido ou qualquer registro depois do trailer derrubam
      * o lote inteiro. O registro de consentimento "C" conta como
      * detalhe e derruba o lote com finalidade, opcao ou data
      * invalida.
      ******************************************************************
           P791-VALIDA-REGISTRO.

                           MOVE "TIPO DE MOVIMENTO DESCONHECIDO"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                       IF NOT HR-MOV-ADMISSAO AND
                          HR-DT-EFETIVA-X NOT EQUAL SPACES AND
                          (HR-DT-EFETIVA NOT NUMERIC OR
                           HR-DT-EFETIVA-X(5:2) LESS "01" OR
                           HR-DT-EFETIVA-X(5:2) GREATER "12" OR
                           HR-DT-EFETIVA-X(7:2) LESS "01" OR
                           HR-DT-EFETIVA-X(7:2) GREATER "31") THEN
                           SET LOTE-OK TO FALSE
                           MOVE "DATA DE VIGENCIA INVALIDA NO MOVIMENTO"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-DETALHES
                       END-IF
                       END-IF
                       END-IF
                   WHEN HR-CONSENT
                       IF NOT TEM-HEADER THEN
                           SET LOTE-OK TO FALSE
                           MOVE "DETALHE ANTES DO HEADER"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                       IF NOT HR-CNS-FIN-VALIDA OR
                          (NOT HR-CNS-OPT-IN AND NOT HR-CNS-OPT-OUT)
                          OR HR-CNS-DATA NOT NUMERIC THEN
                           SET LOTE-OK TO FALSE
                           MOVE "CONSENTIMENTO COM CAMPO INVALIDO"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-DETALHES
                       END-IF
      ******************************************************************
      * P794-CONVERTE: segunda passada - rele o HRFILE e grava cada
      * detalhe no LOTUSER ja no layout REG-LOTE do CARGUSER, parando
      * no trailer como a validacao. O consentimento "C" vai direto
      * para o CNSFILE (criado na primeira vez).
      ******************************************************************
           P794-CONVERTE.

           IF FS-CADUSER-OK THEN
               SET TEM-CADUSER TO TRUE
           END-IF
           OPEN I-O CNSFILE
           IF WS-FS-CNSFILE EQUAL 35 THEN
               OPEN OUTPUT CNSFILE
               CLOSE CNSFILE
               OPEN I-O CNSFILE
           END-IF
           SET TEM-CNSFILE TO FALSE
           IF FS-CNSFILE-OK THEN
               SET TEM-CNSFILE TO TRUE
           ELSE
               MOVE WS-FS-CNSFILE        TO WS-FS-CODIGO
               MOVE "CNSFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF
           OPEN I-O AGDFILE
           IF WS-FS-AGDFILE EQUAL 35 THEN
               OPEN OUTPUT AGDFILE
               CLOSE AGDFILE
               OPEN I-O AGDFILE
           END-IF
           SET TEM-AGDFILE TO FALSE
           IF FS-AGDFILE-OK THEN
               SET TEM-AGDFILE TO TRUE
           ELSE
               MOVE WS-FS-AGDFILE        TO WS-FS-CODIGO
               MOVE "AGDFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P798-CONVERTE-REG THRU P798-FIM UNTIL EOF-OK

           IF TEM-CNSFILE THEN
               CLOSE CNSFILE
           END-IF
           IF TEM-AGDFILE THEN
               CLOSE AGDFILE
           END-IF
           CLOSE CADUSER
           CLOSE TRNUSER
           CLOSE LOTUSER
               IF HR-TRAILER THEN
                   SET EOF-OK TO TRUE
               ELSE
               IF HR-CONSENT THEN
                   PERFORM P792-GRAVA-CONSENT THRU P792-FIM
               ELSE
               IF HR-DETALHE THEN
                   EVALUATE TRUE
                       WHEN NOT HR-MOV-ADMISSAO AND
                            HR-DT-EFETIVA-X NOT EQUAL SPACES AND
                            HR-DT-EFETIVA-X NOT EQUAL "00000000"
                           PERFORM P736-AGENDA-MOVIMENTO THRU P736-FIM
                       WHEN HR-MOV-ADMISSAO
                           MOVE HR-NM        TO LOT-NM
                           MOVE HR-EMAIL     TO LOT-EMAIL
                           MOVE HR-PHONE     TO LOT-PHONE
                           MOVE HR-PASSWORD  TO LOT-PASSWORD
                           MOVE HR-DEPTO     TO LOT-DEPTO
                           MOVE HR-CPF       TO LOT-CPF
                           WRITE REG-LOTE
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       WHEN HR-MOV-MUDANCA
                           MOVE HR-EMAIL     TO WS-EMAIL-BUSCA
                           PERFORM P799-BUSCA-CD THRU P799-FIM
                           MOVE "A"          TO TRN-CODIGO
                           MOVE WS-CD-ACHADO TO TRN-CD-USER
                           WRITE REG-TRANS
                           ADD 1 TO WS-QTD-TRANSACOES
                       WHEN HR-MOV-DESLIGAMENTO
                           MOVE HR-EMAIL     TO WS-EMAIL-BUSCA
                           PERFORM P799-BUSCA-CD THRU P799-FIM
                           MOVE "I"          TO TRN-CODIGO
                           MOVE WS-CD-ACHADO TO TRN-CD-USER
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-READ.
       P798-FIM.

      ******************************************************************
      * P792-GRAVA-CONSENT: aplica a manifestacao do registro "C" no
      * CNSFILE com canal "R" (interface do RH) - opt-in grava a data
      * de opt-in, opt-out a de opt-out, e a outra data fica como
      * estava. Email sem cadastro no CADUSER (admissao do mesmo lote
      * que o CARGUSER ainda nao incluiu, email trocado) nao derruba
      * o lote: fica listado no INTREL para o RH reenviar.
      ******************************************************************
           P792-GRAVA-CONSENT.

           MOVE HR-CNS-EMAIL             TO WS-EMAIL-BUSCA
           PERFORM P799-BUSCA-CD THRU P799-FIM

           IF WS-CD-ACHADO EQUAL ZERO OR NOT TEM-CNSFILE THEN
               ADD 1 TO WS-QTD-CNS-SEM-CAD
               IF WS-QTD-CNS-SEM-CAD NOT GREATER 200 THEN
                   MOVE WS-QTD-CNS-SEM-CAD TO WS-IDX
                   MOVE HR-CNS-EMAIL     TO TAB-CNS-EMAIL (WS-IDX)
                   MOVE HR-CNS-FINALIDADE
                                         TO TAB-CNS-FINALIDADE (WS-IDX)
                   MOVE HR-CNS-OPCAO     TO TAB-CNS-OPCAO (WS-IDX)
               END-IF
               GO TO P792-FIM
           END-IF

           SET CNS-NOVO TO FALSE
           MOVE WS-CD-ACHADO             TO CNS-CD-USER
           MOVE HR-CNS-FINALIDADE        TO CNS-FINALIDADE
           READ CNSFILE
           KEY IS CNS-CHAVE
           INVALID KEY
               SET CNS-NOVO TO TRUE
               MOVE WS-CD-ACHADO         TO CNS-CD-USER
               MOVE HR-CNS-FINALIDADE    TO CNS-FINALIDADE
               MOVE ZERO                 TO CNS-DT-OPT-IN
               MOVE ZERO                 TO CNS-DT-OPT-OUT
           END-READ

           IF HR-CNS-OPT-IN THEN
               SET CNS-OPT-IN TO TRUE
               MOVE HR-CNS-DATA          TO CNS-DT-OPT-IN
               IF HR-CNS-DATA EQUAL ZERO THEN
                   MOVE WS-DT-LOTE       TO CNS-DT-OPT-IN
               END-IF
           ELSE
               SET CNS-OPT-OUT TO TRUE
               MOVE HR-CNS-DATA          TO CNS-DT-OPT-OUT
               IF HR-CNS-DATA EQUAL ZERO THEN
                   MOVE WS-DT-LOTE       TO CNS-DT-OPT-OUT
               END-IF
           END-IF
           SET CNS-CANAL-RH TO TRUE
           MOVE "INTFHR"                 TO CNS-OPERADOR
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO CNS-DATA-HORA
           END-STRING

           IF CNS-NOVO THEN
               WRITE REG-CONSENT
           ELSE
               REWRITE REG-CONSENT
           END-IF

           IF FS-CNSFILE-OK THEN
               ADD 1 TO WS-QTD-CONSENT
           ELSE
               MOVE WS-FS-CNSFILE        TO WS-FS-CODIGO
               MOVE "CNSFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF.
       P792-FIM.

      ******************************************************************
      * P799-BUSCA-CD: acha o CD-USER da pessoa pelo email em
      * WS-EMAIL-BUSCA (HR-EMAIL do detalhe, HR-CNS-EMAIL do
      * consentimento), no indice alternado FD-EMAIL do CADUSER.
      * Pessoa nao encontrada (ou CADUSER indisponivel) sai com
      * codigo zero - o
      * MNTUSER recusa a transacao no MNTREJ com o motivo certo, em
      * vez de o tradutor derrubar o lote por causa de uma pessoa. A
      * guarda e a marca TEM-CADUSER capturada no OPEN - o FILE
           P799-BUSCA-CD.

           MOVE ZERO                     TO WS-CD-ACHADO
           MOVE ZERO                     TO WS-DT-ALT-ACHADO

           IF NOT TEM-CADUSER THEN
               GO TO P799-FIM
           END-IF

           MOVE WS-EMAIL-BUSCA           TO FD-EMAIL
           READ CADUSER KEY IS FD-EMAIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FD-CD-USER           TO WS-CD-ACHADO
               MOVE FD-DT-ALTERACAO      TO WS-DT-ALT-ACHADO
           END-READ.
       P799-FIM.

      ******************************************************************
      * P736-AGENDA-MOVIMENTO: "M" ou "D" com data de vigencia vira
      * uma mudanca agendada no AGDFILE (rotina AGDGRV), aplicada pelo
      * AGDUSER na data - a base e o carimbo de alteracao do cadastro
      * lido agora. Mudanca so de departamento entra como
      * transferencia. Pessoa nao encontrada entra com codigo zero e
      * o AGDUSER a recusa no AGDREL, como o MNTUSER faz no MNTREJ.
      ******************************************************************
           P736-AGENDA-MOVIMENTO.

           IF NOT TEM-AGDFILE THEN
               ADD 1 TO WS-QTD-AGD-FALHA
               DISPLAY "MOVIMENTO DATADO NAO AGENDADO: " HR-EMAIL
               GO TO P736-FIM
           END-IF

           MOVE HR-EMAIL                 TO WS-EMAIL-BUSCA
           PERFORM P799-BUSCA-CD THRU P799-FIM

           MOVE WS-CD-ACHADO             TO AGD-CD-USER
           MOVE HR-DT-EFETIVA            TO AGD-DT-EFETIVA
           MOVE SPACES                   TO AGD-EMAIL
           IF HR-MOV-DESLIGAMENTO THEN
               SET AGD-TP-INATIVACAO TO TRUE
               MOVE SPACES               TO AGD-NM
               MOVE SPACES               TO AGD-PHONE
               MOVE SPACES               TO AGD-DEPTO
               MOVE "DESLIGAMENTO INFORMADO PELO RH"
                                         TO AGD-MOTIVO
           ELSE
               IF HR-NM EQUAL SPACES AND HR-PHONE EQUAL SPACES THEN
                   SET AGD-TP-TRANSFERENCIA TO TRUE
               ELSE
                   SET AGD-TP-ALTERACAO TO TRUE
               END-IF
               MOVE HR-NM                TO AGD-NM
               MOVE HR-PHONE             TO AGD-PHONE
               MOVE HR-DEPTO             TO AGD-DEPTO
               MOVE SPACES               TO AGD-MOTIVO
           END-IF
           SET AGD-ORIG-RH TO TRUE
           MOVE "INTFHR"                 TO AGD-OPERADOR
           MOVE "BATCH"                  TO AGD-ROLE-OP
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO AGD-DATA-HORA
           END-STRING
           MOVE WS-DT-ALT-ACHADO         TO AGD-DT-ALT-BASE

           PERFORM P986-GRAVA-AGENDA THRU P986-FIM

           IF AGENDA-GRAVADA THEN
               ADD 1 TO WS-QTD-AGENDADAS
           ELSE
               ADD 1 TO WS-QTD-AGD-FALHA
           END-IF.
       P736-FIM.

      ******************************************************************
      * P795-LE-SEQUENCIA: le a ultima sequencia de lote aceita no
      * registro "H" de CADCTRL (zero quando nunca se aceitou lote).
                  WS-QTD-CONVERTIDOS    DELIMITED BY SIZE
                  "   TRANSACOES: "     DELIMITED BY SIZE
                  WS-QTD-TRANSACOES     DELIMITED BY SIZE
                  "   CONSENTIMENTOS: " DELIMITED BY SIZE
                  WS-QTD-CONSENT        DELIMITED BY SIZE
                  "   AGENDADOS: "      DELIMITED BY SIZE
                  WS-QTD-AGENDADAS      DELIMITED BY SIZE
                  INTO WS-LINHA-INT
           END-STRING
           MOVE WS-LINHA-INT TO INT-LINHA
           WRITE REG-INT-REL

           IF WS-QTD-CNS-SEM-CAD GREATER ZERO THEN
               MOVE SPACES TO WS-LINHA-INT
               STRING "CONSENTIMENTOS SEM CASAMENTO NO CADUSER "
                      DELIMITED BY SIZE
                      "(REENVIAR EM LOTE POSTERIOR): "
                      DELIMITED BY SIZE
                      WS-QTD-CNS-SEM-CAD    DELIMITED BY SIZE
                      INTO WS-LINHA-INT
               END-STRING
               MOVE WS-LINHA-INT TO INT-LINHA
               WRITE REG-INT-REL
               PERFORM P789-LISTA-SEM-CASAMENTO THRU P789-FIM
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-CNS-SEM-CAD
                          OR WS-IDX > 200
           END-IF

           MOVE SPACES TO WS-LINHA-INT
           IF LOTE-OK THEN
               MOVE "LOTE ACEITO E CONVERTIDO PARA O LOTUSER"
           WRITE REG-INT-REL.
       P797-FIM.

           P789-LISTA-SEM-CASAMENTO.

           MOVE SPACES TO WS-LINHA-INT
           STRING "  EMAIL " DELIMITED BY SIZE
                  TAB-CNS-EMAIL (WS-IDX) DELIMITED BY SIZE
                  "  FINALIDADE " DELIMITED BY SIZE
                  TAB-CNS-FINALIDADE (WS-IDX) DELIMITED BY SIZE
                  "  OPCAO " DELIMITED BY SIZE
                  TAB-CNS-OPCAO (WS-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-INT
           END-STRING
           MOVE WS-LINHA-INT TO INT-LINHA
           WRITE REG-INT-REL.
       P789-FIM.

           COPY STATCHK.

           COPY AGDGRV.
       END PROGRAM INTFHR.
