      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/RELATORIO DE CONFLITOS DE
      *         SEGREGACAO DE FUNCOES
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: batch periodico que cruza
      *                 PENFILE, AUDLOG, SEGLOG e SECFILE numa faixa de
      *                 datas e imprime no CONFREL as excecoes de
      *                 segregacao de funcoes que a auditoria interna
      *                 procurava a mao no AUDLOG todo trimestre:
      *                 operador que aprovou no APRVUSER um pedido que
      *                 ele mesmo fez, operador que desfez no DESFUSER
      *                 a propria alteracao, operador que teve a role
      *                 ou a matriz trocada no SECADMIN e usou a
      *                 novidade no mesmo dia, e MASTER que passou por
      *                 cima da trava do processamento noturno
      *                 (OVERRIDE DO BATCH). Cada linha sai com a role
      *                 atual do operador no SECFILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONFL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PENSEL.
           COPY AUDSEL.
           COPY SEGSEL.
           COPY SECSEL.
           COPY CFLSEL.

       DATA DIVISION.
       FILE SECTION.
       FD PENFILE.
           COPY PENREC.

       FD AUDLOG.
           COPY AUDREC.

       FD SEGLOG.
           COPY SEGREC.

       FD SECFILE.
           COPY SECREC.

       FD CONFREL.
           COPY CFLREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-PENFILE                  PIC 99.
        88 FS-PENFILE-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-SEGLOG                   PIC 99.
        88 FS-SEGLOG-OK                  VALUE 0.
       77 WS-FS-SECFILE                  PIC 99.
        88 FS-SECFILE-OK                 VALUE 0.
       77 WS-FS-CONFREL                  PIC 99.
        88 FS-CONFREL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-PEN-EOF                     PIC X.
        88 PEN-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-PEN-ABERTO                  PIC X.
        88 PEN-ABERTO                    VALUE "S" FALSE "N".
       77 WS-SEC-ABERTO                  PIC X.
        88 SEC-ABERTO                    VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-DATA-INI                    PIC 9(08).
       77 WS-DATA-FIM                    PIC 9(08).
       77 WS-LINHA-CFL                   PIC X(132).
       77 WS-TIPO-CONFLITO               PIC X(14).
       77 WS-OPER-CONFLITO               PIC X(10).
       77 WS-DETALHE                     PIC X(60).
       77 WS-DETALHE-USO                 PIC X(38).
       77 WS-STAMP-USO                   PIC 9(14).
       77 WS-ROLE-ATUAL                  PIC X(10).
       77 WS-SOLICITANTE                 PIC X(10).
       77 WS-PEN-ULTIMO                  PIC 9(06).
       77 WS-PERM-EXIGIDA                PIC 9(01).
       77 WS-ACHOU                       PIC X.
        88 ACHOU                         VALUE "S" FALSE "N".
       77 WS-QTD-MUDANCAS                PIC 9(03) COMP.
       77 WS-K                           PIC 9(03) COMP.
       77 WS-QTD-AUTOAPROV               PIC 9(05).
       77 WS-QTD-AUTODESFAZ              PIC 9(05).
       77 WS-QTD-USO-NOVO                PIC 9(05).
       77 WS-QTD-OVERRIDE                PIC 9(05).
       77 WS-QTD-CONFLITOS               PIC 9(05).

           COPY STATWRK.

      *    Trocas de role ("R") e de matriz ("P") lidas do SEGLOG na
      *    faixa, com a matriz antes e depois na ordem C/A/C/L/E.
       01 TAB-MUDANCAS.
           03 TAB-MUD OCCURS 500 TIMES.
               05 TAB-MUD-OPER           PIC X(10).
               05 TAB-MUD-STAMP          PIC 9(14).
               05 TAB-MUD-TIPO           PIC X(01).
               05 TAB-MUD-ANTES          PIC X(05).
               05 TAB-MUD-DEPOIS         PIC X(05).
               05 TAB-MUD-DESCR          PIC X(20).

       PROCEDURE DIVISION.

      ******************************************************************
      * P370-CONFLITOS: mainline do job - pede a faixa de datas, le as
      * trocas de role/matriz e os overrides no SEGLOG, cruza o AUDLOG
      * e o PENFILE contra elas e imprime os totais por tipo.
      ******************************************************************
           P370-CONFLITOS.

           MOVE "RELCONFL"          TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-MUDANCAS
           MOVE ZERO TO WS-QTD-AUTOAPROV
           MOVE ZERO TO WS-QTD-AUTODESFAZ
           MOVE ZERO TO WS-QTD-USO-NOVO
           MOVE ZERO TO WS-QTD-OVERRIDE
           MOVE ZERO TO WS-QTD-CONFLITOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE ZERO TO WS-DATA-INI
           DISPLAY "DATA INICIAL AAAAMMDD (ENTER = DESDE O INICIO)"
           ACCEPT WS-DATA-INI

           MOVE ZERO TO WS-DATA-FIM
           DISPLAY "DATA FINAL AAAAMMDD (ENTER = ATE HOJE)"
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZERO THEN
               MOVE 99999999 TO WS-DATA-FIM
           END-IF

           OPEN INPUT AUDLOG
           IF NOT FS-AUDLOG-OK THEN
               MOVE WS-FS-AUDLOG         TO WS-FS-CODIGO
               MOVE "AUDLOG"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "SEM AUDLOG PARA CONFERIR, FS=" WS-FS-AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET PEN-ABERTO TO FALSE
           OPEN INPUT PENFILE
           IF FS-PENFILE-OK THEN
               SET PEN-ABERTO TO TRUE
           END-IF
           SET SEC-ABERTO TO FALSE
           OPEN INPUT SECFILE
           IF FS-SECFILE-OK THEN
               SET SEC-ABERTO TO TRUE
           END-IF
           OPEN OUTPUT CONFREL

           PERFORM P371-CABECALHO THRU P371-FIM

           OPEN INPUT SEGLOG
           IF FS-SEGLOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P372-LER-SEGLOG THRU P372-FIM UNTIL EOF-OK
               CLOSE SEGLOG
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P374-LER-AUDLOG THRU P374-FIM UNTIL EOF-OK
           CLOSE AUDLOG

           IF PEN-ABERTO AND WS-QTD-MUDANCAS GREATER ZERO THEN
               MOVE LOW-VALUES           TO PEN-ID
               SET EOF-OK TO FALSE
               START PENFILE KEY IS NOT LESS PEN-ID
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
               PERFORM P380-LER-PENDENCIA THRU P380-FIM UNTIL EOF-OK
           END-IF

           PERFORM P383-RODAPE THRU P383-FIM

           CLOSE CONFREL
           IF SEC-ABERTO THEN
               CLOSE SECFILE
           END-IF
           IF PEN-ABERTO THEN
               CLOSE PENFILE
           END-IF

           DISPLAY "CONFLITOS DE SEGREGACAO DE FUNCOES: "
                   WS-QTD-CONFLITOS " - RELATORIO GRAVADO EM CONFREL"

           GOBACK.
       P370-FIM.

           P371-CABECALHO.

           MOVE SPACES TO WS-LINHA-CFL
           STRING "SEGREGACAO DE FUNCOES - EXCECOES - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   FAIXA: " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  INTO WS-LINHA-CFL
           END-STRING
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL

           MOVE ALL "-" TO WS-LINHA-CFL
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL

           MOVE SPACES TO WS-LINHA-CFL
           STRING "TIPO           OPERADOR   ROLE ATUAL DATA/HORA      "
                  DELIMITED BY SIZE
                  "DETALHE" DELIMITED BY SIZE
                  INTO WS-LINHA-CFL
           END-STRING
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL.
       P371-FIM.

      ******************************************************************
      * P372-LER-SEGLOG: guarda na tabela as trocas de role ("ROLE ")
      * e de matriz ("PERM antes>depois") gravadas pelo SECADMIN na
      * faixa, e imprime direto cada override do processamento
      * noturno - so MASTER consegue faze-lo no MENUUSER.
      ******************************************************************
           P372-LER-SEGLOG.

           READ SEGLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF SEG-DATA-HORA(1:8) NOT LESS WS-DATA-INI AND
                  SEG-DATA-HORA(1:8) NOT GREATER WS-DATA-FIM THEN
                   EVALUATE TRUE
                       WHEN SEG-EVENTO(1:5) EQUAL "ROLE " OR
                            SEG-EVENTO(1:5) EQUAL "PERM "
                           PERFORM P373-GUARDA-MUDANCA THRU P373-FIM
                       WHEN SEG-EVENTO EQUAL "OVERRIDE DO BATCH"
                           ADD 1         TO WS-QTD-OVERRIDE
                           MOVE "OVERRIDE NOITE" TO WS-TIPO-CONFLITO
                           MOVE SEG-OPERADOR TO WS-OPER-CONFLITO
                           MOVE SPACES   TO WS-DETALHE
                           STRING "USOU O SISTEMA COM O CTLNOITE EM"
                                  DELIMITED BY SIZE
                                  " ANDAMENTO" DELIMITED BY SIZE
                                  INTO WS-DETALHE
                           END-STRING
                           PERFORM P382-IMPRIME-CONFLITO THRU P382-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-READ.
       P372-FIM.

           P373-GUARDA-MUDANCA.

           IF WS-QTD-MUDANCAS NOT LESS 500 THEN
               DISPLAY "TABELA DE TROCAS DE ROLE CHEIA, TROCA DE "
                       SEG-OPERADOR " FICOU FORA DO CRUZAMENTO"
               GO TO P373-FIM
           END-IF

           ADD 1                        TO WS-QTD-MUDANCAS
           MOVE SEG-OPERADOR  TO TAB-MUD-OPER (WS-QTD-MUDANCAS)
           MOVE SEG-DATA-HORA TO TAB-MUD-STAMP (WS-QTD-MUDANCAS)
           MOVE SEG-EVENTO    TO TAB-MUD-DESCR (WS-QTD-MUDANCAS)
           IF SEG-EVENTO(1:5) EQUAL "ROLE " THEN
               MOVE "R"       TO TAB-MUD-TIPO (WS-QTD-MUDANCAS)
               MOVE SPACES    TO TAB-MUD-ANTES (WS-QTD-MUDANCAS)
               MOVE SPACES    TO TAB-MUD-DEPOIS (WS-QTD-MUDANCAS)
           ELSE
               MOVE "P"       TO TAB-MUD-TIPO (WS-QTD-MUDANCAS)
               MOVE SEG-EVENTO(6:5)
                              TO TAB-MUD-ANTES (WS-QTD-MUDANCAS)
               MOVE SEG-EVENTO(12:5)
                              TO TAB-MUD-DEPOIS (WS-QTD-MUDANCAS)
           END-IF.
       P373-FIM.

      ******************************************************************
      * P374-LER-AUDLOG: cada linha do AUDLOG na faixa passa pelas tres
      * conferencias - decisao de aprovacao, reversao pelo DESFUSER e
      * uso de role/permissao recem-trocada.
      ******************************************************************
           P374-LER-AUDLOG.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF AUD-DATA-HORA(1:8) NOT LESS WS-DATA-INI AND
                  AUD-DATA-HORA(1:8) NOT GREATER WS-DATA-FIM THEN
                   IF AUD-CAMPO EQUAL "APROVACAO" AND
                      AUD-VALOR-NOVO EQUAL "PEDIDO APROVADO" THEN
                       PERFORM P375-AUTOAPROVACAO THRU P375-FIM
                   END-IF
                   IF AUD-CAMPO EQUAL "DESFAZER" AND
                      AUD-VALOR-NOVO(1:10) EQUAL AUD-OPERADOR THEN
                       ADD 1             TO WS-QTD-AUTODESFAZ
                       MOVE "AUTO-REVERSAO"  TO WS-TIPO-CONFLITO
                       MOVE AUD-OPERADOR TO WS-OPER-CONFLITO
                       MOVE SPACES       TO WS-DETALHE
                       STRING "DESFEZ A PROPRIA ALTERACAO DE "
                              DELIMITED BY SIZE
                              AUD-VALOR-ANT(1:14) DELIMITED BY SIZE
                              " NO USUARIO " DELIMITED BY SIZE
                              AUD-CD-USER DELIMITED BY SIZE
                              INTO WS-DETALHE
                       END-STRING
                       PERFORM P382-IMPRIME-CONFLITO THRU P382-FIM
                   END-IF
                   IF WS-QTD-MUDANCAS GREATER ZERO THEN
                       PERFORM P377-EXIGENCIA-AUDLOG THRU P377-FIM
                       IF WS-PERM-EXIGIDA NOT EQUAL 9 THEN
                           MOVE AUD-OPERADOR  TO WS-OPER-CONFLITO
                           MOVE AUD-DATA-HORA TO WS-STAMP-USO
                           MOVE SPACES        TO WS-DETALHE-USO
                           STRING AUD-CAMPO   DELIMITED BY SPACE
                                  " NO USUARIO " DELIMITED BY SIZE
                                  AUD-CD-USER DELIMITED BY SIZE
                                  " EM "      DELIMITED BY SIZE
                                  AUD-DATA-HORA DELIMITED BY SIZE
                                  INTO WS-DETALHE-USO
                           END-STRING
                           PERFORM P378-CONFERE-MUDANCA THRU P378-FIM
                       END-IF
                   END-IF
               END-IF
           END-READ.
       P374-FIM.

      ******************************************************************
      * P375-AUTOAPROVACAO: a linha "APROVACAO" do APRVUSER tem o
      * aprovador, o usuario e o campo (em AUD-VALOR-ANT); o
      * solicitante esta no PENFILE - o pedido aprovado mais recente
      * do mesmo usuario e campo feito ate o momento da decisao.
      ******************************************************************
           P375-AUTOAPROVACAO.

           IF NOT PEN-ABERTO THEN
               GO TO P375-FIM
           END-IF

           MOVE SPACES                   TO WS-SOLICITANTE
           MOVE ZERO                     TO WS-PEN-ULTIMO
           MOVE LOW-VALUES               TO PEN-ID
           SET PEN-EOF-OK TO FALSE

           START PENFILE KEY IS NOT LESS PEN-ID
           INVALID KEY
               SET PEN-EOF-OK TO TRUE
           END-START

           PERFORM P376-BUSCA-PEDIDO THRU P376-FIM UNTIL PEN-EOF-OK

           IF WS-SOLICITANTE EQUAL AUD-OPERADOR THEN
               ADD 1                     TO WS-QTD-AUTOAPROV
               MOVE "AUTOAPROVACAO"      TO WS-TIPO-CONFLITO
               MOVE AUD-OPERADOR         TO WS-OPER-CONFLITO
               MOVE SPACES               TO WS-DETALHE
               STRING "APROVOU O PROPRIO PEDIDO " DELIMITED BY SIZE
                      WS-PEN-ULTIMO      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      AUD-VALOR-ANT(1:10) DELIMITED BY SPACE
                      ") USUARIO "       DELIMITED BY SIZE
                      AUD-CD-USER        DELIMITED BY SIZE
                      INTO WS-DETALHE
               END-STRING
               PERFORM P382-IMPRIME-CONFLITO THRU P382-FIM
           END-IF.
       P375-FIM.

           P376-BUSCA-PEDIDO.

           READ PENFILE NEXT
           AT END
               SET PEN-EOF-OK TO TRUE
           NOT AT END
               IF PEN-CD-USER EQUAL AUD-CD-USER AND
                  PEN-CAMPO EQUAL AUD-VALOR-ANT(1:10) AND
                  PEN-APROVADO AND
                  PEN-DATA-HORA NOT GREATER AUD-DATA-HORA THEN
                   MOVE PEN-OPERADOR     TO WS-SOLICITANTE
                   MOVE PEN-ID           TO WS-PEN-ULTIMO
               END-IF
           END-READ.
       P376-FIM.

      ******************************************************************
      * P377-EXIGENCIA-AUDLOG: qual posicao da matriz C/A/C/L/E a
      * linha do AUDLOG exige - campos do cadastro e reversao pedem
      * ALTERAR (2), STATUS e fusao pedem EXCLUIR (5). 0 marca a
      * linha que so depende da role (aprovacao, LGPD); 9 a que nao
      * entra no cruzamento (linhas dos batches).
      ******************************************************************
           P377-EXIGENCIA-AUDLOG.

           IF AUD-ROLE-OP EQUAL "BATCH" THEN
               MOVE 9                    TO WS-PERM-EXIGIDA
               GO TO P377-FIM
           END-IF

           EVALUATE AUD-CAMPO
               WHEN "NOME"
               WHEN "EMAIL"
               WHEN "PHONE"
               WHEN "PASSWORD"
               WHEN "DEPTO"
               WHEN "DESFAZER"
                   MOVE 2                TO WS-PERM-EXIGIDA
               WHEN "STATUS"
               WHEN "FUSAO"
                   MOVE 5                TO WS-PERM-EXIGIDA
               WHEN OTHER
                   MOVE 0                TO WS-PERM-EXIGIDA
           END-EVALUATE.
       P377-FIM.

      ******************************************************************
      * P378-CONFERE-MUDANCA: procura uma troca do mesmo operador no
      * mesmo dia, anterior ao uso. Troca de role conta qualquer uso
      * depois dela; troca de matriz so conta se a posicao exigida
      * passou de "N" para "S" naquela troca. Um uso gera uma linha
      * so, na primeira troca que o explica.
      ******************************************************************
           P378-CONFERE-MUDANCA.

           SET ACHOU TO FALSE
           PERFORM P379-COMPARA-MUDANCA THRU P379-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-MUDANCAS OR ACHOU.
       P378-FIM.

           P379-COMPARA-MUDANCA.

           IF TAB-MUD-OPER (WS-K) NOT EQUAL WS-OPER-CONFLITO THEN
               GO TO P379-FIM
           END-IF
           IF TAB-MUD-STAMP (WS-K) (1:8) NOT EQUAL
              WS-STAMP-USO(1:8) OR
              TAB-MUD-STAMP (WS-K) GREATER WS-STAMP-USO THEN
               GO TO P379-FIM
           END-IF

           IF TAB-MUD-TIPO (WS-K) EQUAL "P" THEN
               IF WS-PERM-EXIGIDA EQUAL ZERO THEN
                   GO TO P379-FIM
               END-IF
               IF TAB-MUD-ANTES (WS-K) (WS-PERM-EXIGIDA:1)
                  EQUAL "S" OR
                  TAB-MUD-DEPOIS (WS-K) (WS-PERM-EXIGIDA:1)
                  NOT EQUAL "S" THEN
                   GO TO P379-FIM
               END-IF
           END-IF

           SET ACHOU TO TRUE
           ADD 1                         TO WS-QTD-USO-NOVO
           MOVE "USO NO DIA"             TO WS-TIPO-CONFLITO
           MOVE SPACES                   TO WS-DETALHE
           STRING WS-DETALHE-USO         DELIMITED BY SIZE
                  " APOS "               DELIMITED BY SIZE
                  TAB-MUD-DESCR (WS-K)   DELIMITED BY SIZE
                  INTO WS-DETALHE
           END-STRING
           PERFORM P382-IMPRIME-CONFLITO THRU P382-FIM.
       P379-FIM.

      ******************************************************************
      * P380-LER-PENDENCIA: pedido de alteracao registrado no PENFILE
      * tambem e uso da permissao de ALTERAR - conta como uso no dia
      * para quem acabou de recebe-la.
      ******************************************************************
           P380-LER-PENDENCIA.

           READ PENFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PEN-DATA-HORA(1:8) NOT LESS WS-DATA-INI AND
                  PEN-DATA-HORA(1:8) NOT GREATER WS-DATA-FIM THEN
                   PERFORM P381-CONFERE-PENDENCIA THRU P381-FIM
               END-IF
           END-READ.
       P380-FIM.

           P381-CONFERE-PENDENCIA.

           MOVE 2                        TO WS-PERM-EXIGIDA
           MOVE PEN-OPERADOR             TO WS-OPER-CONFLITO
           MOVE PEN-DATA-HORA            TO WS-STAMP-USO
           MOVE SPACES                   TO WS-DETALHE-USO
           STRING "PEDIDO " DELIMITED BY SIZE
                  PEN-ID    DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  PEN-CAMPO DELIMITED BY SPACE
                  " USUARIO " DELIMITED BY SIZE
                  PEN-CD-USER DELIMITED BY SIZE
                  INTO WS-DETALHE-USO
           END-STRING

           SET ACHOU TO FALSE
           PERFORM P379-COMPARA-MUDANCA THRU P379-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-MUDANCAS OR ACHOU.
       P381-FIM.

      ******************************************************************
      * P382-IMPRIME-CONFLITO: uma linha por excecao, com a role atual
      * do operador no SECFILE ao lado (operador apagado sai em
      * branco).
      ******************************************************************
           P382-IMPRIME-CONFLITO.

           ADD 1                         TO WS-QTD-CONFLITOS
           MOVE SPACES                   TO WS-ROLE-ATUAL
           IF SEC-ABERTO THEN
               MOVE WS-OPER-CONFLITO     TO SEC-OPERADOR
               READ SECFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEC-ROLE         TO WS-ROLE-ATUAL
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-CFL
           STRING WS-TIPO-CONFLITO       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OPER-CONFLITO       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-ROLE-ATUAL          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DETALHE             DELIMITED BY SIZE
                  INTO WS-LINHA-CFL
           END-STRING
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL.
       P382-FIM.

           P383-RODAPE.

           MOVE ALL "-" TO WS-LINHA-CFL
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL

           MOVE SPACES TO WS-LINHA-CFL
           STRING "AUTOAPROVACAO: " DELIMITED BY SIZE
                  WS-QTD-AUTOAPROV  DELIMITED BY SIZE
                  "   AUTO-REVERSAO: " DELIMITED BY SIZE
                  WS-QTD-AUTODESFAZ DELIMITED BY SIZE
                  "   USO NO DIA DA TROCA: " DELIMITED BY SIZE
                  WS-QTD-USO-NOVO   DELIMITED BY SIZE
                  "   OVERRIDE NOITE: " DELIMITED BY SIZE
                  WS-QTD-OVERRIDE   DELIMITED BY SIZE
                  INTO WS-LINHA-CFL
           END-STRING
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL

           MOVE SPACES TO WS-LINHA-CFL
           STRING "TOTAL DE EXCECOES NA FAIXA: " DELIMITED BY SIZE
                  WS-QTD-CONFLITOS              DELIMITED BY SIZE
                  INTO WS-LINHA-CFL
           END-STRING
           MOVE WS-LINHA-CFL TO CFL-LINHA
           WRITE REG-CONF-REL.
       P383-FIM.

           COPY STATCHK.
       END PROGRAM RELCONFL.
