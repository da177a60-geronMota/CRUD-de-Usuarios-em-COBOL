      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CAMPANHA DE RECERTIFICACAO DE
      *         ACESSOS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: campanha periodica de
      *                 recertificacao de acessos, no lugar da revisao
      *                 feita a mao sobre a listagem do LISTUSER. Na
      *                 abertura grava no RCTFILE todo usuario ativo do
      *                 CADUSER com o departamento do dia e imprime no
      *                 CERTREL uma folha de certificacao por
      *                 departamento (DEPFILE) para o gestor marcar
      *                 manter/revogar; as respostas voltam pela tela
      *                 do CERTRESP. No encerramento, vencido o prazo,
      *                 inativa os revogados e os sem resposta pelo
      *                 mesmo caminho do DELEUSER - AUDLOG, CADHIST,
      *                 CPLHIST e totais "T" de CADCTRL em dia - e
      *                 imprime por departamento quantos foram
      *                 certificados, revogados e inativados por falta
      *                 de resposta, como evidencia para a auditoria.
      * 15/10/26 GERO - O arquivamento no CPLHIST leva a versao da chave
      *                 de cifra (CPH-CHAVE-VERSAO): CPF e nascimento
      *                 seguem cifrados como estao no CPLFILE.
      * 15/10/26 GERO - A inativacao grava a imagem antes/depois do REG-
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
       PROGRAM-ID. CERTUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY RCTSEL.
           COPY RCRSEL.
           COPY DPTSEL.
           COPY AUDSEL.
           COPY HISTSEL.
           COPY SEQSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD RCTFILE.
           COPY RCTREC.

       FD CERTREL.
           COPY RCRREC.

       FD DEPFILE.
           COPY DPTREC.

       FD AUDLOG.
           COPY AUDREC.

       FD CADHIST.
           COPY HISTREC.

       FD CADCTRL.
           COPY SEQREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CPLHIST.
           COPY CPHREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-RCTFILE                  PIC 99.
        88 FS-RCTFILE-OK                 VALUE 0.
       77 WS-FS-CERTREL                  PIC 99.
        88 FS-CERTREL-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-MODO                        PIC X.
        88 MODO-ABRIR                    VALUE "A".
        88 MODO-ENCERRAR                 VALUE "E".
       77 WS-CAMPANHA                    PIC 9(06).
       77 WS-CAMPANHA-ABERTA             PIC X.
        88 CAMPANHA-ABERTA               VALUE "S" FALSE "N".
       77 WS-DT-PRAZO                    PIC 9(08).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).
       77 WS-LINHA-CRT                   PIC X(132).
       77 WS-DEPTO-ANT                   PIC X(10).
       77 WS-PRIMEIRO                    PIC X.
        88 PRIMEIRO-DEPTO                VALUE "S" FALSE "N".
       77 WS-PAGINA                      PIC 9(04).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-MOTIVO                      PIC X(40).
       77 WS-QTD-CAMPANHA                PIC 9(06).
       77 WS-QTD-DEPTOS                  PIC 9(04).
       77 WS-DEP-LISTADOS                PIC 9(06).
       77 WS-DEP-CERTIFICADOS            PIC 9(06).
       77 WS-DEP-REVOGADOS               PIC 9(06).
       77 WS-DEP-REVEIS                  PIC 9(06).
       77 WS-DEP-JA-INATIVOS             PIC 9(06).
       77 WS-TOT-CERTIFICADOS            PIC 9(06).
       77 WS-TOT-REVOGADOS               PIC 9(06).
       77 WS-TOT-REVEIS                  PIC 9(06).
       77 WS-TOT-JA-INATIVOS             PIC 9(06).

           COPY STATWRK.

           COPY ELOWK.

           COPY DPTVALWK.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P340-RECERTIFICAR: mainline do job - le a situacao da
      * campanha no registro "K" de CADCTRL e, conforme o modo pedido,
      * abre uma campanha nova ou encerra a que esta em andamento.
      ******************************************************************
           P340-RECERTIFICAR.

           MOVE "CERTUSER"          TO WS-FS-PROGRAMA
           MOVE "CERTUSER"          TO WS-JRN-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-ALTERACAO
           END-STRING

           PERFORM P341-LER-CAMPANHA THRU P341-FIM

           DISPLAY "MODO: <A> ABRIR CAMPANHA  <E> ENCERRAR CAMPANHA"
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   PERFORM P342-ABRIR THRU P342-FIM
               WHEN MODO-ENCERRAR
                   PERFORM P350-ENCERRAR THRU P350-FIM
               WHEN OTHER
                   DISPLAY "MODO INVALIDO, NADA FOI FEITO"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           GOBACK.
       P340-FIM.

      ******************************************************************
      * P341-LER-CAMPANHA: numero da ultima campanha e a marca de
      * campanha em andamento, no registro "K" de CADCTRL.
      ******************************************************************
           P341-LER-CAMPANHA.

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
       P341-FIM.

      ******************************************************************
      * P342-ABRIR: abre a campanha seguinte - so uma por vez. Pede o
      * prazo de resposta, grava no RCTFILE todo usuario ativo do
      * CADUSER e imprime as folhas de certificacao.
      ******************************************************************
           P342-ABRIR.

           IF CAMPANHA-ABERTA THEN
               DISPLAY "A CAMPANHA " WS-CAMPANHA " AINDA ESTA ABERTA,"
                       " ENCERRE-A ANTES DE ABRIR OUTRA"
               MOVE 4 TO RETURN-CODE
               GO TO P342-FIM
           END-IF

           MOVE ZERO                     TO WS-DT-PRAZO
           DISPLAY "PRAZO PARA AS RESPOSTAS DOS GESTORES (AAAAMMDD)"
           ACCEPT WS-DT-PRAZO
           IF WS-DT-PRAZO NOT GREATER WS-DATA-SISTEMA THEN
               DISPLAY "PRAZO PRECISA SER POSTERIOR A HOJE, CAMPANHA"
                       " NAO ABERTA"
               MOVE 4 TO RETURN-CODE
               GO TO P342-FIM
           END-IF

           ADD 1                         TO WS-CAMPANHA
           MOVE ZERO                     TO WS-QTD-CAMPANHA

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P342-FIM
           END-IF

           OPEN I-O RCTFILE
           IF WS-FS-RCTFILE EQUAL 35 THEN
               OPEN OUTPUT RCTFILE
               CLOSE RCTFILE
               OPEN I-O RCTFILE
           END-IF
           IF NOT FS-RCTFILE-OK THEN
               MOVE WS-FS-RCTFILE        TO WS-FS-CODIGO
               MOVE "RCTFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               CLOSE CADUSER
               GO TO P342-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P343-LER-CADUSER THRU P343-FIM UNTIL EOF-OK

           CLOSE CADUSER

           IF WS-QTD-CAMPANHA EQUAL ZERO THEN
               DISPLAY "NENHUM USUARIO ATIVO, CAMPANHA NAO ABERTA"
               CLOSE RCTFILE
               GO TO P342-FIM
           END-IF

           PERFORM P344-GRAVA-CAMPANHA THRU P344-FIM

           PERFORM P345-FOLHAS THRU P345-FIM

           CLOSE RCTFILE

           DISPLAY "CAMPANHA " WS-CAMPANHA " ABERTA COM "
                   WS-QTD-CAMPANHA " USUARIOS EM " WS-QTD-DEPTOS
                   " DEPARTAMENTOS, PRAZO " WS-DT-PRAZO.
       P342-FIM.

           P343-LER-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   MOVE WS-CAMPANHA      TO RCT-CAMPANHA
                   MOVE FD-DEPTO         TO RCT-DEPTO
                   MOVE FD-CD-USER       TO RCT-CD-USER
                   MOVE WS-CAMPANHA      TO RCT-CAMPANHA-U
                   MOVE FD-CD-USER       TO RCT-CD-USER-U
                   MOVE FD-NM            TO RCT-NM
                   MOVE WS-DT-PRAZO      TO RCT-DT-PRAZO
                   MOVE SPACE            TO RCT-RESPOSTA
                   MOVE SPACES           TO RCT-OPER-RESPOSTA
                   MOVE ZERO             TO RCT-DT-RESPOSTA
                   MOVE SPACE            TO RCT-DESFECHO
                   WRITE REG-RECERT
                   INVALID KEY
                       DISPLAY "USUARIO " FD-CD-USER " JA CONSTA"
                               " DA CAMPANHA " WS-CAMPANHA
                   NOT INVALID KEY
                       ADD 1             TO WS-QTD-CAMPANHA
                   END-WRITE
               END-IF
           END-READ.
       P343-FIM.

      ******************************************************************
      * P344-GRAVA-CAMPANHA: registra em "K" de CADCTRL o numero da
      * campanha aberta e liga a marca de campanha em andamento.
      ******************************************************************
           P344-GRAVA-CAMPANHA.

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "K"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "K"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE WS-CAMPANHA              TO CTR-ULT-SEQ
           MOVE 1                        TO CTR-QTD-ATIVO

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P344-FIM.

      ******************************************************************
      * P345-FOLHAS: percorre a campanha na ordem da chave
      * (departamento + codigo) e imprime uma folha de certificacao
      * por departamento, com cabecalho proprio, uma linha por usuario
      * com os campos de marcacao e o espaco de assinatura do gestor.
      ******************************************************************
           P345-FOLHAS.

           OPEN OUTPUT CERTREL
           OPEN INPUT DEPFILE

           MOVE ZERO                     TO WS-QTD-DEPTOS
           MOVE SPACES                   TO WS-DEPTO-ANT
           SET PRIMEIRO-DEPTO TO TRUE

           MOVE WS-CAMPANHA              TO RCT-CAMPANHA
           MOVE LOW-VALUES               TO RCT-DEPTO
           MOVE ZERO                     TO RCT-CD-USER
           SET EOF-OK TO FALSE

           START RCTFILE KEY IS NOT LESS RCT-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P346-LER-FOLHA THRU P346-FIM UNTIL EOF-OK

           IF NOT PRIMEIRO-DEPTO THEN
               PERFORM P348-FECHA-FOLHA THRU P348-FIM
           END-IF

           CLOSE DEPFILE
           CLOSE CERTREL.
       P345-FIM.

           P346-LER-FOLHA.

           READ RCTFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF RCT-CAMPANHA NOT EQUAL WS-CAMPANHA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF PRIMEIRO-DEPTO OR
                      RCT-DEPTO NOT EQUAL WS-DEPTO-ANT THEN
                       IF NOT PRIMEIRO-DEPTO THEN
                           PERFORM P348-FECHA-FOLHA THRU P348-FIM
                       END-IF
                       SET PRIMEIRO-DEPTO TO FALSE
                       MOVE RCT-DEPTO    TO WS-DEPTO-ANT
                       ADD 1             TO WS-QTD-DEPTOS
                       MOVE ZERO         TO WS-DEP-LISTADOS
                       MOVE ZERO         TO WS-PAGINA
                       PERFORM P347-CABECALHO-FOLHA THRU P347-FIM
                   END-IF

                   IF WS-LIN-PAG NOT LESS 40 THEN
                       PERFORM P347-CABECALHO-FOLHA THRU P347-FIM
                   END-IF

                   ADD 1                 TO WS-DEP-LISTADOS
                   MOVE SPACES TO WS-LINHA-CRT
                   STRING RCT-CD-USER    DELIMITED BY SIZE
                          "  "           DELIMITED BY SIZE
                          RCT-NM         DELIMITED BY SIZE
                          "   [   ] MANTER   [   ] REVOGAR"
                                         DELIMITED BY SIZE
                          INTO WS-LINHA-CRT
                   END-STRING
                   MOVE WS-LINHA-CRT TO CRL-LINHA
                   WRITE REG-CERT-REL
                   ADD 1                 TO WS-LIN-PAG
               END-IF
           END-READ.
       P346-FIM.

      ******************************************************************
      * P347-CABECALHO-FOLHA: cabecalho de cada pagina da folha de um
      * departamento - campanha, prazo, codigo e descricao oficial do
      * departamento no DEPFILE.
      ******************************************************************
           P347-CABECALHO-FOLHA.

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE RCT-DEPTO                TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM

           MOVE SPACES TO WS-LINHA-CRT
           STRING "RECERTIFICACAO DE ACESSOS - CAMPANHA "
                  DELIMITED BY SIZE
                  WS-CAMPANHA     DELIMITED BY SIZE
                  "   PRAZO: "    DELIMITED BY SIZE
                  WS-DT-PRAZO     DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  RCT-DEPTO        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-DEPTO-DESCR   DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE ALL "-" TO WS-LINHA-CRT
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "CODIGO  NOME                        DECISAO"
                  DELIMITED BY SIZE INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL.
       P347-FIM.

      ******************************************************************
      * P348-FECHA-FOLHA: rodape da folha de um departamento - total
      * de usuarios e o espaco de assinatura do gestor - e salto de
      * pagina para o proximo departamento comecar em folha propria.
      ******************************************************************
           P348-FECHA-FOLHA.

           MOVE ALL "-" TO WS-LINHA-CRT
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "USUARIOS A CERTIFICAR: " DELIMITED BY SIZE
                  WS-DEP-LISTADOS           DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "GESTOR: ______________________   ASSINATURA: "
                  DELIMITED BY SIZE
                  "______________________   DATA: ___/___/_____"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "SEM RESPOSTA ATE O PRAZO = ACESSO REVOGADO"
                  DELIMITED BY SIZE INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO CRL-LINHA
           WRITE REG-CERT-REL AFTER ADVANCING PAGE.
       P348-FIM.

      ******************************************************************
      * P350-ENCERRAR: encerramento da campanha em andamento, so
      * depois de vencido o prazo. Percorre a campanha por
      * departamento, aplica o desfecho de cada usuario e imprime o
      * relatorio de encerramento com os totais por departamento.
      ******************************************************************
           P350-ENCERRAR.

           IF NOT CAMPANHA-ABERTA THEN
               DISPLAY "NENHUMA CAMPANHA EM ANDAMENTO"
               MOVE 4 TO RETURN-CODE
               GO TO P350-FIM
           END-IF

           OPEN I-O RCTFILE
           IF NOT FS-RCTFILE-OK THEN
               MOVE WS-FS-RCTFILE        TO WS-FS-CODIGO
               MOVE "RCTFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P350-FIM
           END-IF

           MOVE WS-CAMPANHA              TO RCT-CAMPANHA-U
           MOVE ZERO                     TO RCT-CD-USER-U
           START RCTFILE KEY IS NOT LESS RCT-CHAVE-USER
           INVALID KEY
               MOVE ZERO                 TO RCT-DT-PRAZO
           NOT INVALID KEY
               READ RCTFILE NEXT
               AT END
                   MOVE ZERO             TO RCT-DT-PRAZO
               END-READ
           END-START
           MOVE RCT-DT-PRAZO             TO WS-DT-PRAZO

           IF WS-DATA-SISTEMA NOT GREATER WS-DT-PRAZO THEN
               DISPLAY "PRAZO DA CAMPANHA " WS-CAMPANHA " VENCE EM "
                       WS-DT-PRAZO ", ENCERRAMENTO SO DEPOIS DELE"
               CLOSE RCTFILE
               MOVE 4 TO RETURN-CODE
               GO TO P350-FIM
           END-IF

           OPEN I-O CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               CLOSE RCTFILE
               GO TO P350-FIM
           END-IF

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           END-IF
           OPEN EXTEND CADHIST
           IF WS-FS-CADHIST EQUAL 35 THEN
               OPEN OUTPUT CADHIST
           END-IF
           OPEN OUTPUT CERTREL
           OPEN INPUT DEPFILE

           MOVE ZERO TO WS-TOT-CERTIFICADOS
           MOVE ZERO TO WS-TOT-REVOGADOS
           MOVE ZERO TO WS-TOT-REVEIS
           MOVE ZERO TO WS-TOT-JA-INATIVOS
           MOVE ZERO TO WS-PAGINA
           MOVE SPACES                   TO WS-DEPTO-ANT
           SET PRIMEIRO-DEPTO TO TRUE

           PERFORM P351-CABECALHO-ENCERRA THRU P351-FIM

           MOVE WS-CAMPANHA              TO RCT-CAMPANHA
           MOVE LOW-VALUES               TO RCT-DEPTO
           MOVE ZERO                     TO RCT-CD-USER
           SET EOF-OK TO FALSE

           START RCTFILE KEY IS NOT LESS RCT-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P352-LER-ENCERRA THRU P352-FIM UNTIL EOF-OK

           IF NOT PRIMEIRO-DEPTO THEN
               PERFORM P356-LINHA-DEPTO THRU P356-FIM
           END-IF

           PERFORM P357-RODAPE-ENCERRA THRU P357-FIM

           CLOSE DEPFILE
           CLOSE CERTREL
           CLOSE CADHIST
           CLOSE AUDLOG
           CLOSE CADUSER
           CLOSE RCTFILE

           PERFORM P358-FECHA-CAMPANHA THRU P358-FIM

           DISPLAY "CAMPANHA " WS-CAMPANHA " ENCERRADA"
           DISPLAY "CERTIFICADOS      : " WS-TOT-CERTIFICADOS
           DISPLAY "REVOGADOS         : " WS-TOT-REVOGADOS
           DISPLAY "SEM RESPOSTA      : " WS-TOT-REVEIS
           DISPLAY "JA INATIVOS       : " WS-TOT-JA-INATIVOS.
       P350-FIM.

           P351-CABECALHO-ENCERRA.

           ADD 1                         TO WS-PAGINA

           MOVE SPACES TO WS-LINHA-CRT
           STRING "ENCERRAMENTO DA RECERTIFICACAO - CAMPANHA "
                  DELIMITED BY SIZE
                  WS-CAMPANHA     DELIMITED BY SIZE
                  "   PRAZO: "    DELIMITED BY SIZE
                  WS-DT-PRAZO     DELIMITED BY SIZE
                  "   ENCERRADA EM: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE ALL "-" TO WS-LINHA-CRT
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "DEPARTAMENTO DESCRICAO                     "
                  DELIMITED BY SIZE
                  "CERTIFIC. REVOGADOS SEM RESP. JA INAT."
                  DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL.
       P351-FIM.

      ******************************************************************
      * P352-LER-ENCERRA: um usuario da campanha por vez, com quebra
      * por departamento para a linha de totais.
      ******************************************************************
           P352-LER-ENCERRA.

           READ RCTFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF RCT-CAMPANHA NOT EQUAL WS-CAMPANHA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF PRIMEIRO-DEPTO OR
                      RCT-DEPTO NOT EQUAL WS-DEPTO-ANT THEN
                       IF NOT PRIMEIRO-DEPTO THEN
                           PERFORM P356-LINHA-DEPTO THRU P356-FIM
                       END-IF
                       SET PRIMEIRO-DEPTO TO FALSE
                       MOVE RCT-DEPTO    TO WS-DEPTO-ANT
                       MOVE ZERO         TO WS-DEP-CERTIFICADOS
                       MOVE ZERO         TO WS-DEP-REVOGADOS
                       MOVE ZERO         TO WS-DEP-REVEIS
                       MOVE ZERO         TO WS-DEP-JA-INATIVOS
                   END-IF
                   PERFORM P353-DESFECHO THRU P353-FIM
               END-IF
           END-READ.
       P352-FIM.

      ******************************************************************
      * P353-DESFECHO: "M" certifica; "R" e a falta de resposta
      * inativam o usuario, se ele ainda estiver ativo no CADUSER -
      * quem ja saiu por outro caminho durante a campanha conta
      * como ja inativo. O desfecho fica gravado no RCTFILE.
      ******************************************************************
           P353-DESFECHO.

           IF RCT-MANTER THEN
               SET RCT-CERTIFICADO TO TRUE
               ADD 1                     TO WS-DEP-CERTIFICADOS
               ADD 1                     TO WS-TOT-CERTIFICADOS
               REWRITE REG-RECERT
               GO TO P353-FIM
           END-IF

           MOVE RCT-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE "I"                  TO FD-STATUS
           END-READ

           IF NOT FD-ST-ATIVO THEN
               SET RCT-JA-INATIVO TO TRUE
               ADD 1                     TO WS-DEP-JA-INATIVOS
               ADD 1                     TO WS-TOT-JA-INATIVOS
               REWRITE REG-RECERT
               GO TO P353-FIM
           END-IF

           IF RCT-REVOGAR THEN
               MOVE "REVOGADO NA RECERTIFICACAO DE ACESSOS"
                                         TO WS-MOTIVO
               SET RCT-REVOGADO TO TRUE
               ADD 1                     TO WS-DEP-REVOGADOS
               ADD 1                     TO WS-TOT-REVOGADOS
           ELSE
               MOVE "SEM RESPOSTA NA RECERTIFICACAO"
                                         TO WS-MOTIVO
               SET RCT-REVEL TO TRUE
               ADD 1                     TO WS-DEP-REVEIS
               ADD 1                     TO WS-TOT-REVEIS
           END-IF

           PERFORM P354-INATIVA THRU P354-FIM

           REWRITE REG-RECERT.
       P353-FIM.

      ******************************************************************
      * P354-INATIVA: inativacao com as mesmas consequencias do
      * DELEUSER manual - STATUS "I" com carimbo, auditoria,
      * arquivamento em CADHIST com o motivo, dados complementares em
      * CPLHIST e totais "T" de CADCTRL.
      ******************************************************************
           P354-INATIVA.

           MOVE REG-USER                TO WS-JRN-ANTES
           SET FD-ST-INATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO      TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                     TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           MOVE FD-CD-USER              TO AUD-CD-USER
           MOVE "STATUS"                TO AUD-CAMPO
           MOVE "A"                     TO AUD-VALOR-ANT
           MOVE "I"                     TO AUD-VALOR-NOVO
           MOVE "CERTUSER"              TO AUD-OPERADOR
           MOVE "BATCH"                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO      TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           MOVE FD-CD-USER              TO HIST-CD-USER
           MOVE FD-NM                   TO HIST-NM
           MOVE FD-EMAIL                TO HIST-EMAIL
           MOVE FD-PHONE                TO HIST-PHONE
           MOVE FD-PASSWORD             TO HIST-PASSWORD
           MOVE FD-DT-CADASTRO          TO HIST-DT-CADASTRO
           MOVE FD-DT-ALTERACAO         TO HIST-DT-ALTERACAO
           MOVE FD-STATUS               TO HIST-STATUS
           MOVE FD-DEPTO                TO HIST-DEPTO
           MOVE WS-MOTIVO               TO HIST-MOTIVO
           MOVE WS-STAMP-ALTERACAO      TO HIST-DATA-HORA
           WRITE REG-HIST

           PERFORM P355-ATUALIZA-TOTAL THRU P355-FIM

           PERFORM P359-ARQUIVA-COMPL THRU P359-FIM.
       P354-FIM.

      ******************************************************************
      * P355-ATUALIZA-TOTAL: passa 1 do total de ativos para o de
      * inativos no registro "T" de CADCTRL, como o P635 do DELEUSER.
      ******************************************************************
           P355-ATUALIZA-TOTAL.

           OPEN I-O CADCTRL

           SET CTRL-NOVO TO FALSE
           MOVE "T"                     TO CTR-CHAVE

           READ CADCTRL INTO REG-CTRL
           KEY IS CTR-CHAVE
           INVALID KEY
               MOVE ZERO                TO CTR-QTD-ATIVO
               MOVE ZERO                TO CTR-QTD-INATIVO
               MOVE "T"                 TO CTR-CHAVE
               SET CTRL-NOVO TO TRUE
           END-READ

           IF CTR-QTD-ATIVO NOT LESS 1 THEN
               SUBTRACT 1               FROM CTR-QTD-ATIVO
           END-IF
           ADD 1                        TO CTR-QTD-INATIVO

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P355-FIM.

      ******************************************************************
      * P359-ARQUIVA-COMPL: quando o usuario inativado tem dados
      * complementares no CPLFILE, copia-os para o CPLHIST ao lado do
      * arquivamento do cadastro - mesma regra do P640 do DELEUSER.
      ******************************************************************
           P359-ARQUIVA-COMPL.

           OPEN INPUT CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               GO TO P359-FIM
           END-IF

           MOVE FD-CD-USER                TO CPL-CD-USER
           READ CPLFILE
           INVALID KEY
               CLOSE CPLFILE
               GO TO P359-FIM
           NOT INVALID KEY
               CONTINUE
           END-READ

           CLOSE CPLFILE

           OPEN EXTEND CPLHIST
           IF WS-FS-CPLHIST EQUAL 35 THEN
               OPEN OUTPUT CPLHIST
           END-IF

           MOVE CPL-CD-USER               TO CPH-CD-USER
           MOVE CPL-LOGRADOURO            TO CPH-LOGRADOURO
           MOVE CPL-NUMERO                TO CPH-NUMERO
           MOVE CPL-CIDADE                TO CPH-CIDADE
           MOVE CPL-UF                    TO CPH-UF
           MOVE CPL-CEP                   TO CPH-CEP
           MOVE CPL-CPF                   TO CPH-CPF
           MOVE CPL-DT-NASCIMENTO         TO CPH-DT-NASCIMENTO
           MOVE CPL-CHAVE-VERSAO          TO CPH-CHAVE-VERSAO
           MOVE WS-STAMP-ALTERACAO        TO CPH-DATA-HORA

           WRITE REG-COMPL-HIST

           CLOSE CPLHIST.
       P359-FIM.

      ******************************************************************
      * P356-LINHA-DEPTO: linha de totais de um departamento no
      * relatorio de encerramento.
      ******************************************************************
           P356-LINHA-DEPTO.

           MOVE WS-DEPTO-ANT             TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM

           MOVE SPACES TO WS-LINHA-CRT
           STRING WS-DEPTO-ANT           DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  WS-DEPTO-DESCR         DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-DEP-CERTIFICADOS    DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-DEP-REVOGADOS       DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-DEP-REVEIS          DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-DEP-JA-INATIVOS     DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL.
       P356-FIM.

           P357-RODAPE-ENCERRA.

           MOVE ALL "-" TO WS-LINHA-CRT
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "TOTAL GERAL                                    "
                  DELIMITED BY SIZE
                  WS-TOT-CERTIFICADOS    DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-TOT-REVOGADOS       DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-TOT-REVEIS          DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  WS-TOT-JA-INATIVOS     DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL

           MOVE SPACES TO WS-LINHA-CRT
           STRING "REVOGADOS E SEM RESPOSTA FORAM INATIVADOS COM "
                  DELIMITED BY SIZE
                  "AUDLOG E CADHIST (OPERADOR CERTUSER)"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-CRT
           END-STRING
           MOVE WS-LINHA-CRT TO CRL-LINHA
           WRITE REG-CERT-REL.
       P357-FIM.

      ******************************************************************
      * P358-FECHA-CAMPANHA: desliga a marca de campanha em andamento
      * no registro "K" de CADCTRL - o CERTRESP para de aceitar
      * respostas e a proxima campanha pode ser aberta.
      ******************************************************************
           P358-FECHA-CAMPANHA.

           OPEN I-O CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "K"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO             TO CTR-QTD-ATIVO
                   REWRITE REG-CTRL
               END-READ
               CLOSE CADCTRL
           END-IF.
       P358-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY DPTVAL.

           COPY JRNGRV.
       END PROGRAM CERTUSER.
