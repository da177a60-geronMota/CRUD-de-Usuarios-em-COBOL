      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/RECUPERACAO DO CADUSER PELO
      *         BACKUP MAIS O JORNAL (ROLL-FORWARD)
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: recuperacao do CADUSER ate um
      *                 instante escolhido. Recarrega o ultimo BKPUSER
      *                 pelo RESTUSER (que confere o trailer) e
      *                 reaplica em cima dele, na ordem gravada, as
      *                 imagens "depois" do jornal JRNUSER a partir do
      *                 inicio do backup (BKP-DATA-HORA) ate a
      *                 data/hora limite lida do SYSIN (zeros = jornal
      *                 inteiro). A imagem inteira e regravada, entao
      *                 uma linha ja contida no backup so repete o que
      *                 ja esta la; imagem "antes" diferente do
      *                 registro atual e contada como divergencia.
      *                 Fecha com a contagem de ativos/inativos
      *                 esperada (backup mais movimento reaplicado)
      *                 contra a recontagem do arquivo, e regrava os
      *                 totais "T" do CADCTRL com a recontagem.
      *                 Segura o semaforo "B" do CADCTRL durante a
      *                 recuperacao e devolve o valor que encontrou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY BKPSEL.
           COPY JRNSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD BKPUSER.
           COPY BKPREC.

       FD JRNUSER.
           COPY JRNREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-BKPUSER                  PIC 99.
        88 FS-BKPUSER-OK                 VALUE 0.
       77 WS-FS-JRNUSER                  PIC 99.
        88 FS-JRNUSER-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-TRAILER-LIDO                PIC X.
        88 TRAILER-LIDO                  VALUE "S" FALSE "N".
       77 WS-REG-EXISTE                  PIC X.
        88 REG-EXISTE                    VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-BALANCO                     PIC X.
        88 BALANCO-OK                    VALUE "S" FALSE "N".
       77 WS-ST-ANTES                    PIC X(01).
       77 WS-BATCH-MARCA                 PIC 9(01).
       77 WS-BATCH-ORIGINAL              PIC 9(01).
       77 WS-STAMP-BACKUP                PIC 9(14).
       77 WS-STAMP-LIMITE                PIC 9(14).
       77 WS-RC-RELOAD                   PIC 9(04).
       77 WS-BKP-QTD                     PIC 9(09).
       77 WS-BKP-ATIVOS                  PIC 9(09).
       77 WS-BKP-INATIVOS                PIC 9(09).
       77 WS-ESP-ATIVOS                  PIC S9(09).
       77 WS-ESP-INATIVOS                PIC S9(09).
       77 WS-QTD-ATIVOS                  PIC 9(09).
       77 WS-QTD-INATIVOS                PIC 9(09).
       77 WS-JRN-LIDAS                   PIC 9(09).
       77 WS-JRN-ANTERIORES              PIC 9(09).
       77 WS-JRN-POSTERIORES             PIC 9(09).
       77 WS-JRN-APLICADAS               PIC 9(09).
       77 WS-JRN-INCLUSOES               PIC 9(09).
       77 WS-JRN-ALTERACOES              PIC 9(09).
       77 WS-JRN-EXCLUSOES               PIC 9(09).
       77 WS-JRN-DIVERGENTES             PIC 9(09).
       77 WS-JRN-ERROS                   PIC 9(09).
       77 WS-CTR-ATIVO-ANT               PIC 9(06).
       77 WS-CTR-INATIVO-ANT             PIC 9(06).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P580-REAPLICAR: mainline da recuperacao - le o limite, confere
      * o backup, recarrega pelo RESTUSER, reaplica o jornal, reconta
      * e regrava os totais de controle. O reload so roda com o
      * backup integro, e o jornal so e reaplicado com o reload limpo.
      ******************************************************************
           P580-REAPLICAR.

           MOVE "REAPUSER"          TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-JRN-LIDAS
           MOVE ZERO TO WS-JRN-ANTERIORES
           MOVE ZERO TO WS-JRN-POSTERIORES
           MOVE ZERO TO WS-JRN-APLICADAS
           MOVE ZERO TO WS-JRN-INCLUSOES
           MOVE ZERO TO WS-JRN-ALTERACOES
           MOVE ZERO TO WS-JRN-EXCLUSOES
           MOVE ZERO TO WS-JRN-DIVERGENTES
           MOVE ZERO TO WS-JRN-ERROS

           DISPLAY "DATA/HORA LIMITE DA REAPLICACAO (AAAAMMDDHHMMSS,"
                   " ZEROS = JORNAL INTEIRO)"
           ACCEPT WS-STAMP-LIMITE
           IF WS-STAMP-LIMITE NOT NUMERIC OR
              WS-STAMP-LIMITE EQUAL ZERO THEN
               MOVE 99999999999999        TO WS-STAMP-LIMITE
           END-IF

           PERFORM P581-LE-BACKUP THRU P581-FIM
           IF NOT TRAILER-LIDO THEN
               DISPLAY "BKPUSER AUSENTE OU SEM TRAILER - RECUPERACAO"
                       " NAO EXECUTADA, CADUSER INTACTO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-STAMP-LIMITE LESS WS-STAMP-BACKUP THEN
               DISPLAY "LIMITE " WS-STAMP-LIMITE " ANTERIOR AO BACKUP "
                       WS-STAMP-BACKUP " - RECUPERACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "BACKUP DE " WS-STAMP-BACKUP ": " WS-BKP-QTD
                   " REGISTROS, REAPLICANDO O JORNAL ATE "
                   WS-STAMP-LIMITE

           PERFORM P591-LE-BATCH THRU P591-FIM
           MOVE 1                        TO WS-BATCH-MARCA
           PERFORM P590-GRAVA-BATCH THRU P590-FIM

           MOVE ZERO TO RETURN-CODE
           CALL "RESTUSER"
           MOVE RETURN-CODE              TO WS-RC-RELOAD
           MOVE ZERO TO RETURN-CODE

           IF WS-RC-RELOAD NOT EQUAL ZERO THEN
               DISPLAY "RELOAD DO BACKUP FALHOU (RETURN-CODE "
                       WS-RC-RELOAD "), JORNAL NAO REAPLICADO"
               MOVE WS-BATCH-ORIGINAL    TO WS-BATCH-MARCA
               PERFORM P590-GRAVA-BATCH THRU P590-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-BKP-ATIVOS            TO WS-ESP-ATIVOS
           MOVE WS-BKP-INATIVOS          TO WS-ESP-INATIVOS

           OPEN I-O CADUSER

           MOVE WS-FS-CADUSER           TO WS-FS-CODIGO
           MOVE "CADUSER"               TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-CADUSER-OK THEN
               DISPLAY "CADUSER NAO ABRIU DEPOIS DO RELOAD, FS="
                       WS-FS-CADUSER
               MOVE WS-BATCH-ORIGINAL    TO WS-BATCH-MARCA
               PERFORM P590-GRAVA-BATCH THRU P590-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JRNUSER
           IF FS-JRNUSER-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P583-LE-JORNAL THRU P583-FIM UNTIL EOF-OK
               CLOSE JRNUSER
           ELSE
               DISPLAY "JRNUSER INEXISTENTE OU INDISPONIVEL (FS="
                       WS-FS-JRNUSER "), SO O BACKUP FOI RECARREGADO"
           END-IF

           CLOSE CADUSER

           PERFORM P587-RECONTA-CADUSER THRU P587-FIM
           PERFORM P589-GRAVA-TOTAIS THRU P589-FIM

           MOVE WS-BATCH-ORIGINAL        TO WS-BATCH-MARCA
           PERFORM P590-GRAVA-BATCH THRU P590-FIM

           DISPLAY "JORNAL - LINHAS LIDAS:       " WS-JRN-LIDAS
           DISPLAY "  ANTERIORES AO BACKUP:      " WS-JRN-ANTERIORES
           DISPLAY "  POSTERIORES AO LIMITE:     " WS-JRN-POSTERIORES
           DISPLAY "  REAPLICADAS:               " WS-JRN-APLICADAS
           DISPLAY "    INCLUSOES:               " WS-JRN-INCLUSOES
           DISPLAY "    ALTERACOES:              " WS-JRN-ALTERACOES
           DISPLAY "    EXCLUSOES:               " WS-JRN-EXCLUSOES
           DISPLAY "  DIVERGENCIAS ANTES/ATUAL:  " WS-JRN-DIVERGENTES
           DISPLAY "  ERROS DE GRAVACAO:         " WS-JRN-ERROS
           DISPLAY "ATIVOS   - BACKUP " WS-BKP-ATIVOS
                   " ESPERADOS " WS-ESP-ATIVOS
                   " RECONTADOS " WS-QTD-ATIVOS
           DISPLAY "INATIVOS - BACKUP " WS-BKP-INATIVOS
                   " ESPERADOS " WS-ESP-INATIVOS
                   " RECONTADOS " WS-QTD-INATIVOS
           DISPLAY "CADCTRL T - ANTES: " WS-CTR-ATIVO-ANT "/"
                   WS-CTR-INATIVO-ANT "  AGORA: " WS-QTD-ATIVOS "/"
                   WS-QTD-INATIVOS

           SET BALANCO-OK TO TRUE
           IF WS-ESP-ATIVOS NOT EQUAL WS-QTD-ATIVOS OR
              WS-ESP-INATIVOS NOT EQUAL WS-QTD-INATIVOS OR
              WS-JRN-ERROS NOT EQUAL ZERO THEN
               SET BALANCO-OK TO FALSE
           END-IF

           IF BALANCO-OK THEN
               DISPLAY "RECUPERACAO CONFERIDA, CONTAGENS E TOTAIS DE "
                       "CONTROLE BATEM"
               IF WS-JRN-DIVERGENTES NOT EQUAL ZERO THEN
                   DISPLAY "CONFIRA AS DIVERGENCIAS ANTES DE LIBERAR"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** RECUPERACAO NAO CONFERE - NAO LIBERE O "
                       "CADUSER SEM CONFERIR ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
       P580-FIM.

      ******************************************************************
      * P581-LE-BACKUP: passa o BKPUSER inteiro antes do reload -
      * conta ativos e inativos das linhas "D" e guarda do trailer a
      * data/hora do inicio do unload (zero nos backups sem o campo).
      ******************************************************************
           P581-LE-BACKUP.

           MOVE ZERO TO WS-BKP-QTD
           MOVE ZERO TO WS-BKP-ATIVOS
           MOVE ZERO TO WS-BKP-INATIVOS
           MOVE ZERO TO WS-STAMP-BACKUP
           SET TRAILER-LIDO TO FALSE

           OPEN INPUT BKPUSER
           IF NOT FS-BKPUSER-OK THEN
               GO TO P581-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P582-LE-LINHA-BACKUP THRU P582-FIM UNTIL EOF-OK

           CLOSE BKPUSER.
       P581-FIM.

           P582-LE-LINHA-BACKUP.

           READ BKPUSER
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF BKP-DETALHE THEN
                   MOVE BKP-DADOS        TO REG-USER
                   ADD 1                 TO WS-BKP-QTD
                   IF FD-ST-ATIVO THEN
                       ADD 1             TO WS-BKP-ATIVOS
                   ELSE
                       ADD 1             TO WS-BKP-INATIVOS
                   END-IF
               END-IF
               IF BKP-TRAILER THEN
                   SET TRAILER-LIDO TO TRUE
                   IF BKP-DATA-HORA NUMERIC THEN
                       MOVE BKP-DATA-HORA TO WS-STAMP-BACKUP
                   END-IF
               END-IF
           END-READ.
       P582-FIM.

      ******************************************************************
      * P583-LE-JORNAL: uma linha do jornal - antes do backup ja esta
      * no arquivo recarregado, depois do limite fica de fora; as do
      * intervalo sao reaplicadas na ordem em que foram gravadas.
      ******************************************************************
           P583-LE-JORNAL.

           READ JRNUSER
           AT END
               SET EOF-OK TO TRUE
               GO TO P583-FIM
           END-READ

           ADD 1 TO WS-JRN-LIDAS

           IF JRN-DATA-HORA LESS WS-STAMP-BACKUP THEN
               ADD 1 TO WS-JRN-ANTERIORES
               GO TO P583-FIM
           END-IF

           IF JRN-DATA-HORA GREATER WS-STAMP-LIMITE THEN
               ADD 1 TO WS-JRN-POSTERIORES
               GO TO P583-FIM
           END-IF

           MOVE JRN-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               SET REG-EXISTE TO FALSE
           NOT INVALID KEY
               SET REG-EXISTE TO TRUE
           END-READ

           IF JRN-EXCLUSAO THEN
               PERFORM P585-APLICA-EXCLUSAO THRU P585-FIM
           ELSE
               PERFORM P584-APLICA-IMAGEM THRU P584-FIM
           END-IF.
       P583-FIM.

      ******************************************************************
      * P584-APLICA-IMAGEM: inclusao ou alteracao - a imagem "depois"
      * inteira vira o registro (WRITE se ainda nao existe, REWRITE se
      * existe). O estado que sai e o que entra acertam a contagem
      * esperada de ativos e inativos.
      ******************************************************************
           P584-APLICA-IMAGEM.

           IF REG-EXISTE THEN
               IF REG-USER NOT EQUAL JRN-ANTES AND
                  REG-USER NOT EQUAL JRN-DEPOIS THEN
                   ADD 1 TO WS-JRN-DIVERGENTES
                   DISPLAY "DIVERGENCIA NO CD-USER " JRN-CD-USER
                           " (" JRN-PROGRAMA " " JRN-DATA-HORA ")"
               END-IF
               MOVE FD-STATUS            TO WS-ST-ANTES
           ELSE
               IF JRN-ALTERACAO THEN
                   ADD 1 TO WS-JRN-DIVERGENTES
                   DISPLAY "ALTERACAO DE CD-USER AUSENTE " JRN-CD-USER
                           " (" JRN-PROGRAMA " " JRN-DATA-HORA ")"
               END-IF
           END-IF

           MOVE JRN-DEPOIS               TO REG-USER

           IF REG-EXISTE THEN
               REWRITE REG-USER
           ELSE
               WRITE REG-USER
           END-IF

           IF WS-FS-CADUSER GREATER 9 THEN
               ADD 1 TO WS-JRN-ERROS
               DISPLAY "ERRO AO REAPLICAR O CD-USER " JRN-CD-USER
                       ", FS=" WS-FS-CADUSER
               GO TO P584-FIM
           END-IF

           IF REG-EXISTE THEN
               IF WS-ST-ANTES EQUAL "A" THEN
                   SUBTRACT 1 FROM WS-ESP-ATIVOS
               ELSE
                   SUBTRACT 1 FROM WS-ESP-INATIVOS
               END-IF
           END-IF

           IF FD-ST-ATIVO THEN
               ADD 1 TO WS-ESP-ATIVOS
           ELSE
               ADD 1 TO WS-ESP-INATIVOS
           END-IF

           ADD 1 TO WS-JRN-APLICADAS
           IF JRN-INCLUSAO THEN
               ADD 1 TO WS-JRN-INCLUSOES
           ELSE
               ADD 1 TO WS-JRN-ALTERACOES
           END-IF.
       P584-FIM.

      ******************************************************************
      * P585-APLICA-EXCLUSAO: o registro sai do arquivo; ja ausente,
      * a linha so repete o que o backup tem.
      ******************************************************************
           P585-APLICA-EXCLUSAO.

           IF NOT REG-EXISTE THEN
               ADD 1 TO WS-JRN-APLICADAS
               ADD 1 TO WS-JRN-EXCLUSOES
               GO TO P585-FIM
           END-IF

           IF REG-USER NOT EQUAL JRN-ANTES THEN
               ADD 1 TO WS-JRN-DIVERGENTES
               DISPLAY "DIVERGENCIA NO CD-USER " JRN-CD-USER
                       " (" JRN-PROGRAMA " " JRN-DATA-HORA ")"
           END-IF

           MOVE FD-STATUS                TO WS-ST-ANTES

           DELETE CADUSER RECORD
           INVALID KEY
               ADD 1 TO WS-JRN-ERROS
               DISPLAY "ERRO AO EXCLUIR O CD-USER " JRN-CD-USER
                       ", FS=" WS-FS-CADUSER
               GO TO P585-FIM
           END-DELETE

           IF WS-ST-ANTES EQUAL "A" THEN
               SUBTRACT 1 FROM WS-ESP-ATIVOS
           ELSE
               SUBTRACT 1 FROM WS-ESP-INATIVOS
           END-IF

           ADD 1 TO WS-JRN-APLICADAS
           ADD 1 TO WS-JRN-EXCLUSOES.
       P585-FIM.

      ******************************************************************
      * P587-RECONTA-CADUSER: recontagem do arquivo recuperado, do
      * mesmo jeito do RECNUSER, para fechar contra a contagem
      * esperada.
      ******************************************************************
           P587-RECONTA-CADUSER.

           MOVE ZERO TO WS-QTD-ATIVOS
           MOVE ZERO TO WS-QTD-INATIVOS

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               ADD 1 TO WS-JRN-ERROS
               GO TO P587-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P588-CONTA-REG THRU P588-FIM UNTIL EOF-OK

           CLOSE CADUSER.
       P587-FIM.

           P588-CONTA-REG.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   ADD 1 TO WS-QTD-ATIVOS
               ELSE
                   ADD 1 TO WS-QTD-INATIVOS
               END-IF
           END-READ.
       P588-FIM.

      ******************************************************************
      * P589-GRAVA-TOTAIS: os totais "T" do CADCTRL passam a ser os da
      * recontagem - os que estavam la acompanhavam o arquivo que se
      * perdeu. Os valores anteriores saem no relatorio.
      ******************************************************************
           P589-GRAVA-TOTAIS.

           MOVE ZERO TO WS-CTR-ATIVO-ANT
           MOVE ZERO TO WS-CTR-INATIVO-ANT

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           IF NOT FS-CADCTRL-OK THEN
               DISPLAY "CADCTRL INDISPONIVEL, TOTAIS NAO GRAVADOS, FS="
                       WS-FS-CADCTRL
               ADD 1 TO WS-JRN-ERROS
               GO TO P589-FIM
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "T"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "T"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE CTR-QTD-ATIVO            TO WS-CTR-ATIVO-ANT
           MOVE CTR-QTD-INATIVO          TO WS-CTR-INATIVO-ANT
           MOVE WS-QTD-ATIVOS            TO CTR-QTD-ATIVO
           MOVE WS-QTD-INATIVOS          TO CTR-QTD-INATIVO

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P589-FIM.

      ******************************************************************
      * P591-LE-BATCH: guarda o valor do semaforo "B" do CADCTRL antes
      * da recuperacao, para devolver o mesmo no fim.
      ******************************************************************
           P591-LE-BATCH.

           MOVE ZERO                     TO WS-BATCH-ORIGINAL

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "B"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTR-ULT-SEQ      TO WS-BATCH-ORIGINAL
               END-READ
               CLOSE CADCTRL
           END-IF.
       P591-FIM.

      ******************************************************************
      * P590-GRAVA-BATCH: grava WS-BATCH-MARCA no semaforo "B" do
      * CADCTRL, como o P146 do CTLNOITE.
      ******************************************************************
           P590-GRAVA-BATCH.

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           IF NOT FS-CADCTRL-OK THEN
               DISPLAY "CADCTRL INDISPONIVEL, SEMAFORO DO BATCH NAO"
                       " GRAVADO, FS=" WS-FS-CADCTRL
               GO TO P590-FIM
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "B"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "B"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE WS-BATCH-MARCA           TO CTR-ULT-SEQ

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P590-FIM.

           COPY STATCHK.
       END PROGRAM REAPUSER.
