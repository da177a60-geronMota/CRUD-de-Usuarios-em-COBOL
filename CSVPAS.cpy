      ******************************************************************
      * Paragraphs: P736-CSV-ABRE, P737-CSV-REGISTRO, P738-CSV-FECHA
      * Purpose : extrato CSV do CADUSER, copiado na PROCEDURE
      *           DIVISION do EXTUSER e da passagem unica PASSUSER,
      *           para as duas rodadas produzirem o mesmo CSVUSER.
      *           P736 decide entre extracao completa e delta, abre o
      *           CSV e o CNSFILE; P737 grava a linha do registro lido
      *           no mirror CAD-USER; P738 fecha e registra a geracao e
      *           a transmissao. O caller precisa de CSVUSER, CALFILE,
      *           GERCTLG, CNSFILE e TRMFILE, de CADWRK, CSVPWK,
      *           GERWRK, CNSWK e TRMWK, e copia GERGRV, TRMGRV e
      *           CNSVAL.
      ******************************************************************
           P736-CSV-ABRE.

           PERFORM P734-CSV-PREPARA THRU P734-FIM

           PERFORM P730-DEFINE-MODO THRU P730-FIM

           IF MODO-DELTA THEN
               DISPLAY "EXTRACAO DELTA, CORTE EM " WS-DT-CORTE
           ELSE
               DISPLAY "EXTRACAO COMPLETA"
           END-IF

           OPEN OUTPUT CSVUSER
           PERFORM P710-CABECALHO THRU P710-FIM
           PERFORM P927-ABRE-CNSFILE THRU P927-FIM.
       P736-FIM.

      ******************************************************************
      * P734-CSV-PREPARA: zera as contagens e monta o nome da geracao
      * datada do extrato.
      ******************************************************************
           P734-CSV-PREPARA.

           MOVE ZERO TO WS-COUNT
           MOVE ZERO TO WS-QTD-SEM-CONSENT
           MOVE ZERO TO WS-CSV-HASH
           MOVE ZERO TO WS-CSV-RC

           MOVE SPACES TO WS-NOME-CSVUSER
           STRING "C:\Users\PC\Desktop\CRUD\CSVUSER.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-CSVUSER
           END-STRING.
       P734-FIM.

      ******************************************************************
      * P737-CSV-REGISTRO: grava a linha CSV do registro lido. O CSV
      * vai para o RH e parceiros: quem nao tem consentimento de
      * compartilhamento no CNSFILE fica fora do extrato e so entra
      * na contagem.
      ******************************************************************
           P737-CSV-REGISTRO.

           IF MODO-DELTA AND
              WS-DT-CADASTRO NOT GREATER WS-DT-CORTE AND
              WS-DT-ALTERACAO NOT GREATER WS-DT-CORTE THEN
               GO TO P737-FIM
           END-IF
           MOVE WS-CD-USER         TO WS-CNS-CD-USER
           MOVE "C"                TO WS-CNS-FINALIDADE
           PERFORM P926-CONFERE-CONSENT THRU P926-FIM
           IF NOT CONSENT-OK THEN
               ADD 1 TO WS-QTD-SEM-CONSENT
               GO TO P737-FIM
           END-IF
           PERFORM P735-MARCA-MOVIMENTO THRU P735-FIM
           MOVE SPACES TO WS-LINHA-CSV
           STRING WS-CD-USER       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-NM            DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-EMAIL         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-PHONE         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-DT-CADASTRO   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-DT-ALTERACAO  DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-STATUS        DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-MOVIMENTO     DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-DEPTO         DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           MOVE WS-LINHA-CSV TO CSV-LINHA
           WRITE REG-CSV
           ADD 1 TO WS-COUNT
           ADD WS-CD-USER TO WS-CSV-HASH.
       P737-FIM.

      ******************************************************************
      * P738-CSV-FECHA: fecha o extrato, registra a geracao no
      * catalogo e a transmissao para o parceiro.
      ******************************************************************
           P738-CSV-FECHA.

           DISPLAY "REGISTROS EXTRAIDOS: " WS-COUNT
           DISPLAY "FORA DO EXTRATO SEM CONSENTIMENTO DE "
                   "COMPARTILHAMENTO: " WS-QTD-SEM-CONSENT
           PERFORM P928-FECHA-CNSFILE THRU P928-FIM
           CLOSE CSVUSER

           MOVE "CSVUSER"            TO WS-GER-ARQUIVO
           MOVE WS-NOME-CSVUSER      TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           MOVE "CSVUSER"            TO WS-TRM-ARQUIVO
           MOVE "P"                  TO WS-TRM-PARCEIRO
           MOVE WS-NOME-CSVUSER      TO WS-TRM-NOME
           MOVE WS-COUNT             TO WS-TRM-QTD
           MOVE WS-CSV-HASH          TO WS-TRM-HASH
           PERFORM P901-REGISTRA-TRANSMISSAO THRU P901-FIM.
       P738-FIM.

      ******************************************************************
      * P710-CABECALHO: primeira linha do CSV, com o nome das colunas.
      ******************************************************************
           P710-CABECALHO.

           MOVE SPACES TO WS-LINHA-CSV
           STRING "CD_USER,NM,EMAIL,PHONE,DT_CADASTRO,DT_ALTERACAO,"
                  DELIMITED BY SIZE
                  "STATUS,MOVIMENTO,DEPTO" DELIMITED BY SIZE
                  INTO WS-LINHA-CSV
           MOVE WS-LINHA-CSV TO CSV-LINHA
           WRITE REG-CSV.
       P710-FIM.

      ******************************************************************
      * P735-MARCA-MOVIMENTO: a coluna MOVIMENTO da linha - na
      * extracao completa todo mundo sai "T"; no delta, "N" para quem
      * foi criado depois do corte, "I" para quem foi alterado e esta
      * inativo (a propria inativacao conta como alteracao) e "A"
      * para as demais alteracoes.
      ******************************************************************
           P735-MARCA-MOVIMENTO.

           IF NOT MODO-DELTA THEN
               MOVE "T"                  TO WS-MOVIMENTO
               GO TO P735-FIM
           END-IF

           IF WS-DT-CADASTRO GREATER WS-DT-CORTE THEN
               MOVE "N"                  TO WS-MOVIMENTO
               GO TO P735-FIM
           END-IF

           IF WS-ST-INATIVO THEN
               MOVE "I"                  TO WS-MOVIMENTO
           ELSE
               MOVE "A"                  TO WS-MOVIMENTO
           END-IF.
       P735-FIM.

      ******************************************************************
      * P730-DEFINE-MODO: decide entre extracao completa e delta. A
      * completa vale no fechamento de mes (marca da data aberta no
      * CALFILE), sem calendario nenhum e na primeira extracao da
      * vida; fora disso o corte do delta e o carimbo da geracao de
      * CSVUSER mais recente do catalogo GERCTLG - o "ultimo extrato
      * bem sucedido" ja registrado, sem arquivo de controle novo.
      ******************************************************************
           P730-DEFINE-MODO.

           SET MODO-DELTA TO FALSE
           SET FECHA-MES-HOJE TO FALSE
           SET TEM-DATA-ABERTA TO FALSE
           MOVE ZERO                     TO WS-DT-CORTE

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               GO TO P730-FIM
           END-IF

           MOVE ZERO                     TO CAL-DATA
           SET CAL-EOF-OK TO FALSE
           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET CAL-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P731-LE-CALEN THRU P731-FIM UNTIL CAL-EOF-OK
           END-START

           CLOSE CALFILE

           IF NOT TEM-DATA-ABERTA OR FECHA-MES-HOJE THEN
               GO TO P730-FIM
           END-IF

           PERFORM P732-ACHA-ULTIMA-GERACAO THRU P732-FIM

           IF GER-ACHADA THEN
               SET MODO-DELTA TO TRUE
           END-IF.
       P730-FIM.

           P731-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET CAL-EOF-OK TO TRUE
           NOT AT END
               IF CAL-ABERTA THEN
                   SET TEM-DATA-ABERTA TO TRUE
                   IF CAL-E-FECHA-MES THEN
                       SET FECHA-MES-HOJE TO TRUE
                   END-IF
                   SET CAL-EOF-OK TO TRUE
               END-IF
           END-READ.
       P731-FIM.

      ******************************************************************
      * P732-ACHA-ULTIMA-GERACAO: percorre no GERCTLG as geracoes de
      * CSVUSER e guarda o carimbo da mais recente em WS-DT-CORTE;
      * nenhuma geracao catalogada significa primeira extracao.
      ******************************************************************
           P732-ACHA-ULTIMA-GERACAO.

           SET GER-ACHADA TO FALSE
           MOVE ZERO                     TO WS-GER-DATA-MAX

           OPEN INPUT GERCTLG
           IF NOT FS-GERCTLG-OK THEN
               GO TO P732-FIM
           END-IF

           MOVE "CSVUSER"                TO GER-ARQUIVO
           MOVE SPACES                   TO GER-DEPTO
           MOVE ZERO                     TO GER-DATA
           SET GER-EOF-OK TO FALSE

           START GERCTLG KEY IS NOT LESS GER-CHAVE
           INVALID KEY
               SET GER-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P733-LE-GERACAO THRU P733-FIM UNTIL GER-EOF-OK
           END-START

           CLOSE GERCTLG.
       P732-FIM.

           P733-LE-GERACAO.

           READ GERCTLG NEXT
           AT END
               SET GER-EOF-OK TO TRUE
           NOT AT END
               IF GER-ARQUIVO NOT EQUAL "CSVUSER" OR
                  GER-DEPTO NOT EQUAL SPACES THEN
                   SET GER-EOF-OK TO TRUE
               ELSE
                   IF GER-DATA NOT LESS WS-GER-DATA-MAX THEN
                       MOVE GER-DATA     TO WS-GER-DATA-MAX
                       MOVE GER-DATA-HORA TO WS-DT-CORTE
                       SET GER-ACHADA TO TRUE
                   END-IF
               END-IF
           END-READ.
       P733-FIM.
