      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/AMOSTRA MENSAL DE QUALIDADE DO
      *         CADASTRO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: auditoria mensal por amostra da
      *                 veracidade do cadastro - o AJUSUSER acerta o
      *                 formato e o INTGUSER a integridade, mas ninguem
      *                 conferia se o dado e verdadeiro. No modo de
      *                 sorteio tira dos usuarios ativos do CADUSER uma
      *                 amostra estratificada por departamento (o
      *                 percentual pedido de cada departamento, no
      *                 minimo um usuario), reproduzivel: o gerador e
      *                 semeado com o proprio mes, e o mesmo CADUSER
      *                 sorteia de novo os mesmos usuarios. Grava a
      *                 amostra no AMOFILE e imprime no AMOREL uma
      *                 folha de verificacao por departamento (DEPFILE);
      *                 os achados do verificador voltam pela tela do
      *                 AMORESP. No modo de relatorio imprime, mes a
      *                 mes, a taxa de acerto por departamento e por
      *                 campo, para acompanhar a tendencia.
      * 15/10/26 GERO - A folha da amostra deixa de imprimir o CPF, que
      *                 agora fica cifrado no CPLFILE: o campo diz se ha
      *                 CPF informado e o revisor confere o valor na
      *                 ficha completa (FICHUSER).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOSUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY AMOSEL.
           COPY AMRSEL.
           COPY DPTSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CPLFILE.
           COPY CPLREC.

       FD AMOFILE.
           COPY AMOREC.

       FD AMOREL.
           COPY AMRREC.

       FD DEPFILE.
           COPY DPTREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-AMOFILE                  PIC 99.
        88 FS-AMOFILE-OK                 VALUE 0.
       77 WS-FS-AMOREL                   PIC 99.
        88 FS-AMOREL-OK                  VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-TEM-CPLFILE                 PIC X.
        88 TEM-CPLFILE                   VALUE "S" FALSE "N".
       77 WS-MODO                        PIC X.
        88 MODO-SORTEAR                  VALUE "S".
        88 MODO-RELATORIO                VALUE "R".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-PERIODO                     PIC 9(06).
       77 WS-ULT-PERIODO                 PIC 9(06).
       77 WS-ULT-PCT                     PIC 9(03).
       77 WS-PCT-AMOSTRA                 PIC 9(03).
       77 WS-PER-INICIO                  PIC 9(06).
       77 WS-PER-ATUAL                   PIC 9(06).
       77 WS-PER-ANO                     PIC 9(04).
       77 WS-PER-MES                     PIC 9(02).
       77 WS-SEMENTE                     PIC 9(10).
       77 WS-AMO-PROD                    PIC 9(18).
       77 WS-AMO-LIMITE                  PIC 9(18).
       77 WS-AMO-QUOC                    PIC 9(18).
       77 WS-QTD-ATIVOS                  PIC 9(06).
       77 WS-QTD-AMOSTRA                 PIC 9(06).
       77 WS-QTD-GRAVADOS                PIC 9(06).
       77 WS-QTD-ESTRATOS                PIC 9(03) COMP.
       77 WS-IDE                         PIC 9(03) COMP.
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-ESTRATO-ACHADO              PIC X.
        88 ESTRATO-ACHADO                VALUE "S" FALSE "N".
       77 WS-DEPTO-BUSCA                 PIC X(10).
       77 WS-LINHA-AMR                   PIC X(132).
       77 WS-DEPTO-ANT                   PIC X(10).
       77 WS-PRIMEIRO                    PIC X.
        88 PRIMEIRO-DEPTO                VALUE "S" FALSE "N".
       77 WS-PAGINA                      PIC 9(04).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-DEP-LISTADOS                PIC 9(04).
       77 WS-QTD-DEPTOS                  PIC 9(04).
       77 WS-IDC                         PIC 9(02) COMP.
       77 WS-IDM                         PIC 9(02) COMP.
       77 WS-IDD                         PIC 9(03) COMP.
       77 WS-QTD-MESES                   PIC 9(02) COMP.
       77 WS-QTD-ACU-DEPTOS              PIC 9(03) COMP.
       77 WS-DEPTO-ACU                   PIC X.
        88 DEPTO-ACU-ACHADO              VALUE "S" FALSE "N".
       77 WS-QTD-PEND                    PIC 9(02).
       77 WS-ACU-CONF                    PIC 9(05).
       77 WS-ACU-ERR                     PIC 9(05).
       77 WS-ACU-NUM                     PIC 9(05).
       77 WS-TAXA                        PIC 9(03)V9.
       77 WS-POS                         PIC 9(03) COMP.
       77 WS-ROTULO                      PIC X(12).
       77 WS-TIPO-CONTA                  PIC X.
        88 CONTA-NAO-VERIF               VALUE "N".
        88 CONTA-SEM-ACHADO              VALUE "S".
        88 CONTA-SORTEADOS               VALUE "A".

       01 TAB-ESTRATOS.
           03 TAB-ESTRATO OCCURS 200 TIMES.
               05 TAB-EST-DEPTO          PIC X(10).
               05 TAB-EST-ATIVOS         PIC 9(06).
               05 TAB-EST-COTA           PIC 9(06).
               05 TAB-EST-RESTANTE       PIC 9(06).
               05 TAB-EST-FALTA          PIC 9(06).

       01 TAB-VALORES-CAMPO.
           03 TAB-VALOR                  PIC X(80) OCCURS 5 TIMES.

       01 TAB-MESES.
           03 TAB-MES OCCURS 12 TIMES.
               05 TAB-MES-PERIODO        PIC 9(06).
               05 TAB-MES-SORTEADOS      PIC 9(05).
               05 TAB-MES-SEM-ACHADO     PIC 9(05).
               05 TAB-MES-NAO-VERIF      PIC 9(05).
               05 TAB-MES-CONF           PIC 9(05).
               05 TAB-MES-ERR            PIC 9(05).

       01 TAB-ACU-DEPTOS.
           03 TAB-AD OCCURS 100 TIMES.
               05 TAB-AD-DEPTO           PIC X(10).
               05 TAB-AD-MES OCCURS 12 TIMES.
                   07 TAB-AD-CONF        PIC 9(05).
                   07 TAB-AD-ERR         PIC 9(05).

       01 TAB-ACU-CAMPOS.
           03 TAB-AC OCCURS 5 TIMES.
               05 TAB-AC-MES OCCURS 12 TIMES.
                   07 TAB-AC-CONF        PIC 9(05).
                   07 TAB-AC-ERR         PIC 9(05).

       01 WS-CELULA-TAXA.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 WS-CEL-TAXA                PIC ZZ9,9.
           03 FILLER                     PIC X(01) VALUE "%".

       01 WS-CELULA-NUM.
           03 FILLER                     PIC X(01) VALUE SPACES.
           03 WS-CEL-NUM                 PIC ZZZZZZ9.

       01 WS-CELULA-MES.
           03 FILLER                     PIC X(02) VALUE SPACES.
           03 WS-CEL-MES                 PIC 9(06).

           COPY STATWRK.

           COPY DPTVALWK.

           COPY AMOWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P641-AMOSTRAR: mainline do job - le o ultimo sorteio no
      * registro "E" de CADCTRL e, conforme o modo pedido, sorteia a
      * amostra do mes ou imprime o relatorio de acuracia.
      ******************************************************************
           P641-AMOSTRAR.

           MOVE "AMOSUSER"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P642-LER-CONTROLE THRU P642-FIM

           DISPLAY "MODO: <S> SORTEAR A AMOSTRA DO MES  <R> RELATORIO"
                   " DE ACURACIA"
           ACCEPT WS-MODO

           EVALUATE TRUE
               WHEN MODO-SORTEAR
                   PERFORM P643-SORTEAR THRU P643-FIM
               WHEN MODO-RELATORIO
                   PERFORM P650-ACURACIA THRU P650-FIM
               WHEN OTHER
                   DISPLAY "MODO INVALIDO, NADA FOI FEITO"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           GOBACK.
       P641-FIM.

      ******************************************************************
      * P642-LER-CONTROLE: mes e percentual do ultimo sorteio, no
      * registro "E" de CADCTRL.
      ******************************************************************
           P642-LER-CONTROLE.

           MOVE ZERO                     TO WS-ULT-PERIODO
           MOVE ZERO                     TO WS-ULT-PCT

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "E"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTR-ULT-SEQ      TO WS-ULT-PERIODO
                   MOVE CTR-QTD-ATIVO    TO WS-ULT-PCT
               END-READ
               CLOSE CADCTRL
           END-IF.
       P642-FIM.

      ******************************************************************
      * P643-SORTEAR: sorteia a amostra do mes corrente - uma por mes;
      * pedido de novo no mesmo mes so reimprime as folhas. Primeira
      * passada no CADUSER conta os ativos de cada departamento e
      * calcula a cota (percentual arredondado para cima, no minimo
      * um); a segunda sorteia dentro de cada departamento por
      * selecao sequencial, que tira exatamente a cota sem precisar
      * guardar os candidatos.
      ******************************************************************
           P643-SORTEAR.

           MOVE WS-DATA-SISTEMA(1:6)     TO WS-PERIODO

           IF WS-PERIODO EQUAL WS-ULT-PERIODO THEN
               DISPLAY "AMOSTRA DE " WS-PERIODO " JA SORTEADA, SO AS"
                       " FOLHAS DE VERIFICACAO SAO REIMPRESSAS"
               MOVE WS-ULT-PCT           TO WS-PCT-AMOSTRA
               PERFORM P647-FOLHAS THRU P647-FIM
               GO TO P643-FIM
           END-IF

           MOVE ZERO                     TO WS-PCT-AMOSTRA
           DISPLAY "PERCENTUAL SORTEADO EM CADA DEPARTAMENTO (1 A 100,"
                   " ENTER = 5)"
           ACCEPT WS-PCT-AMOSTRA
           IF WS-PCT-AMOSTRA EQUAL ZERO THEN
               MOVE 5                    TO WS-PCT-AMOSTRA
           END-IF
           IF WS-PCT-AMOSTRA GREATER 100 THEN
               DISPLAY "PERCENTUAL INVALIDO, AMOSTRA NAO SORTEADA"
               MOVE 4 TO RETURN-CODE
               GO TO P643-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-ATIVOS
           MOVE ZERO                     TO WS-QTD-AMOSTRA
           MOVE ZERO                     TO WS-QTD-GRAVADOS
           MOVE ZERO                     TO WS-QTD-ESTRATOS
           INITIALIZE TAB-ESTRATOS

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P643-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P644-CONTA-ESTRATO THRU P644-FIM UNTIL EOF-OK

           CLOSE CADUSER

           IF WS-QTD-ATIVOS EQUAL ZERO THEN
               DISPLAY "NENHUM USUARIO ATIVO, AMOSTRA NAO SORTEADA"
               GO TO P643-FIM
           END-IF

           PERFORM P645-COTA-ESTRATO THRU P645-FIM
                   VARYING WS-IDE FROM 1 BY 1
                   UNTIL WS-IDE > WS-QTD-ESTRATOS

           OPEN I-O AMOFILE
           IF WS-FS-AMOFILE EQUAL 35 THEN
               OPEN OUTPUT AMOFILE
               CLOSE AMOFILE
               OPEN I-O AMOFILE
           END-IF
           IF NOT FS-AMOFILE-OK THEN
               MOVE WS-FS-AMOFILE        TO WS-FS-CODIGO
               MOVE "AMOFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P643-FIM
           END-IF

           OPEN INPUT CADUSER
           MOVE WS-PERIODO               TO WS-SEMENTE

           SET EOF-OK TO FALSE
           PERFORM P646-SORTEIA THRU P646-FIM UNTIL EOF-OK

           CLOSE CADUSER
           CLOSE AMOFILE

           PERFORM P648-GRAVA-CONTROLE THRU P648-FIM

           PERFORM P647-FOLHAS THRU P647-FIM

           DISPLAY "AMOSTRA " WS-PERIODO " SORTEADA: " WS-QTD-GRAVADOS
                   " DE " WS-QTD-ATIVOS " USUARIOS ATIVOS EM "
                   WS-QTD-ESTRATOS " DEPARTAMENTOS (" WS-PCT-AMOSTRA
                   "% POR DEPARTAMENTO, SEMENTE " WS-PERIODO ")".
       P643-FIM.

           P644-CONTA-ESTRATO.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   ADD 1                 TO WS-QTD-ATIVOS
                   MOVE FD-DEPTO         TO WS-DEPTO-BUSCA
                   PERFORM P653-BUSCA-ESTRATO THRU P653-FIM
                   IF ESTRATO-ACHADO THEN
                       ADD 1             TO TAB-EST-ATIVOS (WS-IDE)
                   ELSE
                       IF WS-QTD-ESTRATOS LESS 200 THEN
                           ADD 1         TO WS-QTD-ESTRATOS
                           MOVE FD-DEPTO
                                 TO TAB-EST-DEPTO (WS-QTD-ESTRATOS)
                           MOVE 1
                                 TO TAB-EST-ATIVOS (WS-QTD-ESTRATOS)
                       ELSE
                           DISPLAY "TABELA DE DEPARTAMENTOS CHEIA, "
                                   "DEPARTAMENTO " FD-DEPTO
                                   " FORA DA AMOSTRA"
                       END-IF
                   END-IF
               END-IF
           END-READ.
       P644-FIM.

           P645-COTA-ESTRATO.

           COMPUTE TAB-EST-COTA (WS-IDE) =
               (TAB-EST-ATIVOS (WS-IDE) * WS-PCT-AMOSTRA + 99) / 100
           MOVE TAB-EST-COTA (WS-IDE)    TO TAB-EST-FALTA (WS-IDE)
           MOVE TAB-EST-ATIVOS (WS-IDE)  TO TAB-EST-RESTANTE (WS-IDE)
           ADD TAB-EST-COTA (WS-IDE)     TO WS-QTD-AMOSTRA.
       P645-FIM.

      ******************************************************************
      * P646-SORTEIA: segunda passada - cada ativo de um departamento
      * que ainda tem cota concorre com probabilidade falta/restante.
      ******************************************************************
           P646-SORTEIA.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   MOVE FD-DEPTO         TO WS-DEPTO-BUSCA
                   PERFORM P653-BUSCA-ESTRATO THRU P653-FIM
                   IF ESTRATO-ACHADO THEN
                       IF TAB-EST-FALTA (WS-IDE) GREATER ZERO THEN
                           PERFORM P654-SORTEIA-USUARIO THRU P654-FIM
                       END-IF
                       SUBTRACT 1 FROM TAB-EST-RESTANTE (WS-IDE)
                   END-IF
               END-IF
           END-READ.
       P646-FIM.

      ******************************************************************
      * P654-SORTEIA-USUARIO: proximo numero do gerador congruente
      * (multiplicador 16807, modulo 2147483647) e o teste da selecao
      * sequencial em inteiros - entra se restante * semente ficar
      * abaixo de falta * modulo. Quando restante = falta todos
      * entram, e a cota do departamento sai sempre completa.
      ******************************************************************
           P654-SORTEIA-USUARIO.

           COMPUTE WS-AMO-PROD = WS-SEMENTE * 16807
           DIVIDE WS-AMO-PROD BY 2147483647
                  GIVING WS-AMO-QUOC REMAINDER WS-SEMENTE

           COMPUTE WS-AMO-PROD =
               TAB-EST-RESTANTE (WS-IDE) * WS-SEMENTE
           COMPUTE WS-AMO-LIMITE =
               TAB-EST-FALTA (WS-IDE) * 2147483647

           IF WS-AMO-PROD NOT LESS WS-AMO-LIMITE THEN
               GO TO P654-FIM
           END-IF

           SUBTRACT 1 FROM TAB-EST-FALTA (WS-IDE)

           MOVE WS-PERIODO               TO AMO-PERIODO
           MOVE FD-DEPTO                 TO AMO-DEPTO
           MOVE FD-CD-USER               TO AMO-CD-USER
           MOVE WS-PERIODO               TO AMO-PERIODO-U
           MOVE FD-CD-USER               TO AMO-CD-USER-U
           MOVE FD-NM                    TO AMO-NM
           MOVE SPACES                   TO AMO-ACHADOS
           MOVE SPACES                   TO AMO-OPER-VERIF
           MOVE ZERO                     TO AMO-DT-VERIF

           WRITE REG-AMOSTRA
           INVALID KEY
               DISPLAY "USUARIO " FD-CD-USER " JA CONSTA DA AMOSTRA "
                       WS-PERIODO
           NOT INVALID KEY
               ADD 1                     TO WS-QTD-GRAVADOS
           END-WRITE.
       P654-FIM.

      ******************************************************************
      * P653-BUSCA-ESTRATO: posiciona WS-IDE no departamento
      * WS-DEPTO-BUSCA da tabela de estratos.
      ******************************************************************
           P653-BUSCA-ESTRATO.

           SET ESTRATO-ACHADO TO FALSE
           PERFORM P653-COMPARA THRU P653-COMPARA-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ESTRATOS OR ESTRATO-ACHADO.
       P653-FIM.

           P653-COMPARA.

           IF TAB-EST-DEPTO (WS-IDX) EQUAL WS-DEPTO-BUSCA THEN
               SET ESTRATO-ACHADO TO TRUE
               MOVE WS-IDX               TO WS-IDE
           END-IF.
       P653-COMPARA-FIM.

      ******************************************************************
      * P648-GRAVA-CONTROLE: registra em "E" de CADCTRL o mes
      * sorteado, o percentual e o tamanho da amostra.
      ******************************************************************
           P648-GRAVA-CONTROLE.

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "E"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "E"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE WS-PERIODO               TO CTR-ULT-SEQ
           MOVE WS-PCT-AMOSTRA           TO CTR-QTD-ATIVO
           MOVE WS-QTD-GRAVADOS          TO CTR-QTD-INATIVO

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P648-FIM.

      ******************************************************************
      * P647-FOLHAS: percorre a amostra do mes na ordem da chave
      * (departamento + codigo) e imprime uma folha de verificacao
      * por departamento: por usuario, cada campo a conferir com o
      * valor de hoje no CADUSER/CPLFILE e as caixas do achado.
      ******************************************************************
           P647-FOLHAS.

           OPEN INPUT AMOFILE
           IF NOT FS-AMOFILE-OK THEN
               MOVE WS-FS-AMOFILE        TO WS-FS-CODIGO
               MOVE "AMOFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P647-FIM
           END-IF

           OPEN OUTPUT AMOREL
           OPEN INPUT DEPFILE
           OPEN INPUT CADUSER

           OPEN INPUT CPLFILE
           SET TEM-CPLFILE TO FALSE
           IF FS-CPLFILE-OK THEN
               SET TEM-CPLFILE TO TRUE
           END-IF

           MOVE ZERO                     TO WS-QTD-DEPTOS
           MOVE SPACES                   TO WS-DEPTO-ANT
           SET PRIMEIRO-DEPTO TO TRUE

           MOVE WS-PERIODO               TO AMO-PERIODO
           MOVE LOW-VALUES               TO AMO-DEPTO
           MOVE ZERO                     TO AMO-CD-USER
           SET EOF-OK TO FALSE

           START AMOFILE KEY IS NOT LESS AMO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P649-LER-FOLHA THRU P649-FIM UNTIL EOF-OK

           IF NOT PRIMEIRO-DEPTO THEN
               PERFORM P652-FECHA-FOLHA THRU P652-FIM
           END-IF

           IF TEM-CPLFILE THEN
               CLOSE CPLFILE
           END-IF
           CLOSE CADUSER
           CLOSE DEPFILE
           CLOSE AMOREL
           CLOSE AMOFILE.
       P647-FIM.

           P649-LER-FOLHA.

           READ AMOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF AMO-PERIODO NOT EQUAL WS-PERIODO THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF PRIMEIRO-DEPTO OR
                      AMO-DEPTO NOT EQUAL WS-DEPTO-ANT THEN
                       IF NOT PRIMEIRO-DEPTO THEN
                           PERFORM P652-FECHA-FOLHA THRU P652-FIM
                       END-IF
                       SET PRIMEIRO-DEPTO TO FALSE
                       MOVE AMO-DEPTO    TO WS-DEPTO-ANT
                       ADD 1             TO WS-QTD-DEPTOS
                       MOVE ZERO         TO WS-DEP-LISTADOS
                       MOVE ZERO         TO WS-PAGINA
                       PERFORM P651-CABECALHO-FOLHA THRU P651-FIM
                   END-IF

                   IF WS-LIN-PAG GREATER 33 THEN
                       PERFORM P651-CABECALHO-FOLHA THRU P651-FIM
                   END-IF

                   PERFORM P728-VALORES-CAMPOS THRU P728-FIM

                   ADD 1                 TO WS-DEP-LISTADOS
                   MOVE SPACES TO WS-LINHA-AMR
                   STRING "CODIGO: "     DELIMITED BY SIZE
                          AMO-CD-USER    DELIMITED BY SIZE
                          "  NOME: "     DELIMITED BY SIZE
                          AMO-NM         DELIMITED BY SIZE
                          INTO WS-LINHA-AMR
                   END-STRING
                   MOVE WS-LINHA-AMR TO AMR-LINHA
                   WRITE REG-AMO-REL

                   PERFORM P727-LINHA-CAMPO THRU P727-FIM
                           VARYING WS-IDC FROM 1 BY 1
                           UNTIL WS-IDC > WS-AMO-QTD-CAMPOS

                   MOVE SPACES TO AMR-LINHA
                   WRITE REG-AMO-REL
                   ADD 7                 TO WS-LIN-PAG
               END-IF
           END-READ.
       P649-FIM.

      ******************************************************************
      * P728-VALORES-CAMPOS: o valor de cada campo a conferir - o
      * departamento do sorteio e, de hoje, e-mail e telefone do
      * CADUSER, endereco e CPF do CPLFILE.
      ******************************************************************
           P728-VALORES-CAMPOS.

           MOVE SPACES                   TO TAB-VALORES-CAMPO
           MOVE AMO-DEPTO                TO TAB-VALOR (1)

           MOVE AMO-CD-USER              TO FD-CD-USER
           READ CADUSER
           INVALID KEY
               MOVE "(USUARIO NAO ENCONTRADO NO CADUSER)"
                                         TO TAB-VALOR (4)
               MOVE "(USUARIO NAO ENCONTRADO NO CADUSER)"
                                         TO TAB-VALOR (5)
           NOT INVALID KEY
               MOVE FD-EMAIL             TO TAB-VALOR (4)
               MOVE FD-PHONE             TO TAB-VALOR (5)
           END-READ

           MOVE "(SEM CADASTRO COMPLEMENTAR)" TO TAB-VALOR (2)
           MOVE "(SEM CADASTRO COMPLEMENTAR)" TO TAB-VALOR (3)

           IF NOT TEM-CPLFILE THEN
               GO TO P728-FIM
           END-IF

           MOVE AMO-CD-USER              TO CPL-CD-USER
           READ CPLFILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACES               TO TAB-VALOR (2)
               STRING CPL-LOGRADOURO     DELIMITED BY "  "
                      ", "               DELIMITED BY SIZE
                      CPL-NUMERO         DELIMITED BY SPACE
                      " - "              DELIMITED BY SIZE
                      CPL-CIDADE         DELIMITED BY "  "
                      "/"                DELIMITED BY SIZE
                      CPL-UF             DELIMITED BY SIZE
                      " CEP "            DELIMITED BY SIZE
                      CPL-CEP            DELIMITED BY SIZE
                      INTO TAB-VALOR (2)
               END-STRING
               IF CPL-CPF EQUAL ZERO THEN
                   MOVE "(NAO INFORMADO)" TO TAB-VALOR (3)
               ELSE
                   MOVE "(CIFRADO - CONFERIR NA FICHA COMPLETA)"
                                         TO TAB-VALOR (3)
               END-IF
           END-READ.
       P728-FIM.

           P727-LINHA-CAMPO.

           MOVE SPACES TO WS-LINHA-AMR
           STRING "    "                 DELIMITED BY SIZE
                  TAB-CAMPO-AMO (WS-IDC) DELIMITED BY SIZE
                  ": "                   DELIMITED BY SIZE
                  TAB-VALOR (WS-IDC)     DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE "[ ] C   [ ] E   [ ] N"  TO WS-LINHA-AMR(101:21)
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P727-FIM.

      ******************************************************************
      * P651-CABECALHO-FOLHA: cabecalho de cada pagina da folha de um
      * departamento - mes, semente e percentual do sorteio, codigo e
      * descricao oficial do departamento no DEPFILE e a legenda das
      * caixas.
      ******************************************************************
           P651-CABECALHO-FOLHA.

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE AMO-DEPTO                TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM

           MOVE SPACES TO WS-LINHA-AMR
           STRING "VERIFICACAO DA QUALIDADE DO CADASTRO - AMOSTRA "
                  DELIMITED BY SIZE
                  WS-PERIODO      DELIMITED BY SIZE
                  "   SEMENTE: "  DELIMITED BY SIZE
                  WS-PERIODO      DELIMITED BY SIZE
                  "   PERCENTUAL: " DELIMITED BY SIZE
                  WS-PCT-AMOSTRA  DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                  AMO-DEPTO        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-DEPTO-DESCR   DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE ALL "-" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "MARQUE POR CAMPO: C = CONFIRMADO   E = ERRADO   "
                  DELIMITED BY SIZE
                  "N = NAO FOI POSSIVEL VERIFICAR"
                  DELIMITED BY SIZE INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO AMR-LINHA
           WRITE REG-AMO-REL.
       P651-FIM.

      ******************************************************************
      * P652-FECHA-FOLHA: rodape da folha de um departamento - total
      * de sorteados e o espaco de assinatura do verificador - e
      * salto de pagina para o proximo departamento.
      ******************************************************************
           P652-FECHA-FOLHA.

           MOVE ALL "-" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "USUARIOS SORTEADOS: " DELIMITED BY SIZE
                  WS-DEP-LISTADOS        DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "VERIFICADOR: ______________________   ASSINATURA: "
                  DELIMITED BY SIZE
                  "______________________   DATA: ___/___/_____"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "ACHADOS REGISTRADOS NA TELA DE VERIFICACAO DA "
                  DELIMITED BY SIZE
                  "AMOSTRA (MENU PRINCIPAL, OPCAO V)"
                  DELIMITED BY SIZE INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO AMR-LINHA
           WRITE REG-AMO-REL AFTER ADVANCING PAGE.
       P652-FIM.

      ******************************************************************
      * P650-ACURACIA: relatorio de acuracia - a partir do mes pedido
      * (padrao, os ultimos 12), ate 12 meses de amostra. Taxa de
      * acerto = confirmados / (confirmados + errados), por
      * departamento e por campo, uma coluna por mes; os nao
      * verificaveis ficam fora da taxa e saem contados a parte.
      ******************************************************************
           P650-ACURACIA.

           MOVE ZERO                     TO WS-PER-INICIO
           DISPLAY "PRIMEIRO MES DO RELATORIO (AAAAMM, ENTER = ULTIMOS"
                   " 12 MESES)"
           ACCEPT WS-PER-INICIO

           IF WS-PER-INICIO EQUAL ZERO THEN
               MOVE WS-DATA-SISTEMA(1:4) TO WS-PER-ANO
               MOVE WS-DATA-SISTEMA(5:2) TO WS-PER-MES
               IF WS-PER-MES GREATER 11 THEN
                   SUBTRACT 11           FROM WS-PER-MES
               ELSE
                   ADD 1                 TO WS-PER-MES
                   SUBTRACT 1            FROM WS-PER-ANO
               END-IF
               COMPUTE WS-PER-INICIO = WS-PER-ANO * 100 + WS-PER-MES
           END-IF

           MOVE ZERO                     TO WS-QTD-MESES
           MOVE ZERO                     TO WS-QTD-ACU-DEPTOS
           MOVE ZERO                     TO WS-PER-ATUAL
           INITIALIZE TAB-MESES
           INITIALIZE TAB-ACU-DEPTOS
           INITIALIZE TAB-ACU-CAMPOS

           OPEN INPUT AMOFILE
           IF WS-FS-AMOFILE EQUAL 35 THEN
               DISPLAY "NENHUMA AMOSTRA SORTEADA AINDA"
               GO TO P650-FIM
           END-IF
           IF NOT FS-AMOFILE-OK THEN
               MOVE WS-FS-AMOFILE        TO WS-FS-CODIGO
               MOVE "AMOFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GO TO P650-FIM
           END-IF

           MOVE WS-PER-INICIO            TO AMO-PERIODO
           MOVE LOW-VALUES               TO AMO-DEPTO
           MOVE ZERO                     TO AMO-CD-USER
           SET EOF-OK TO FALSE

           START AMOFILE KEY IS NOT LESS AMO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P657-LER-ACURACIA THRU P657-FIM UNTIL EOF-OK

           CLOSE AMOFILE

           IF WS-QTD-MESES EQUAL ZERO THEN
               DISPLAY "NENHUMA AMOSTRA A PARTIR DE " WS-PER-INICIO
               GO TO P650-FIM
           END-IF

           OPEN OUTPUT AMOREL

           PERFORM P698-CABECALHO-ACU THRU P698-FIM

           PERFORM P658-LINHA-ACU-DEPTO THRU P658-FIM
                   VARYING WS-IDD FROM 1 BY 1
                   UNTIL WS-IDD > WS-QTD-ACU-DEPTOS

           PERFORM P729-LINHA-TOTAL THRU P729-FIM

           MOVE SPACES TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "TAXA DE ACERTO POR CAMPO - CONFIRMADOS / "
                  DELIMITED BY SIZE
                  "(CONFIRMADOS + ERRADOS)"
                  DELIMITED BY SIZE INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE "CAMPO"                  TO WS-ROTULO
           PERFORM P739-LINHA-MESES THRU P739-FIM

           PERFORM P659-LINHA-ACU-CAMPO THRU P659-FIM
                   VARYING WS-IDC FROM 1 BY 1
                   UNTIL WS-IDC > WS-AMO-QTD-CAMPOS

           MOVE ALL "-" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           SET CONTA-NAO-VERIF TO TRUE
           PERFORM P688-LINHA-CONTAGEM THRU P688-FIM
           SET CONTA-SEM-ACHADO TO TRUE
           PERFORM P688-LINHA-CONTAGEM THRU P688-FIM
           SET CONTA-SORTEADOS TO TRUE
           PERFORM P688-LINHA-CONTAGEM THRU P688-FIM

           MOVE SPACES TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "NAO VERIFIC. = CAMPOS QUE NAO FOI POSSIVEL "
                  DELIMITED BY SIZE
                  "VERIFICAR (FORA DA TAXA); SEM ACHADO = SORTEADOS "
                  DELIMITED BY SIZE
                  "SEM NENHUM CAMPO REGISTRADO NA TELA"
                  DELIMITED BY SIZE INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           CLOSE AMOREL

           DISPLAY "RELATORIO DE ACURACIA DE " WS-QTD-MESES
                   " MES(ES) A PARTIR DE " TAB-MES-PERIODO (1)
                   " GRAVADO NO AMOREL".
       P650-FIM.

      ******************************************************************
      * P657-LER-ACURACIA: acumula um sorteado no mes dele - um mes
      * novo abre coluna ate o limite de 12.
      ******************************************************************
           P657-LER-ACURACIA.

           READ AMOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF AMO-PERIODO NOT EQUAL WS-PER-ATUAL THEN
                   IF WS-QTD-MESES LESS 12 THEN
                       ADD 1             TO WS-QTD-MESES
                       MOVE AMO-PERIODO  TO WS-PER-ATUAL
                       MOVE AMO-PERIODO
                             TO TAB-MES-PERIODO (WS-QTD-MESES)
                   ELSE
                       SET EOF-OK TO TRUE
                   END-IF
               END-IF
               IF NOT EOF-OK THEN
                   PERFORM P738-SOMA-AMOSTRA THRU P738-FIM
               END-IF
           END-READ.
       P657-FIM.

           P738-SOMA-AMOSTRA.

           ADD 1 TO TAB-MES-SORTEADOS (WS-QTD-MESES)

           MOVE ZERO                     TO WS-QTD-PEND
           INSPECT AMO-ACHADOS TALLYING WS-QTD-PEND FOR ALL SPACE
           IF WS-QTD-PEND EQUAL WS-AMO-QTD-CAMPOS THEN
               ADD 1 TO TAB-MES-SEM-ACHADO (WS-QTD-MESES)
               GO TO P738-FIM
           END-IF

           MOVE AMO-DEPTO                TO WS-DEPTO-BUSCA
           PERFORM P694-BUSCA-ACU-DEPTO THRU P694-FIM

           PERFORM P718-SOMA-CAMPO THRU P718-FIM
                   VARYING WS-IDC FROM 1 BY 1
                   UNTIL WS-IDC > WS-AMO-QTD-CAMPOS.
       P738-FIM.

           P718-SOMA-CAMPO.

           EVALUATE TRUE
               WHEN AMO-CONFIRMADO (WS-IDC)
                   ADD 1 TO TAB-AC-CONF (WS-IDC WS-QTD-MESES)
                   ADD 1 TO TAB-MES-CONF (WS-QTD-MESES)
                   IF DEPTO-ACU-ACHADO THEN
                       ADD 1 TO TAB-AD-CONF (WS-IDD WS-QTD-MESES)
                   END-IF
               WHEN AMO-ERRADO (WS-IDC)
                   ADD 1 TO TAB-AC-ERR (WS-IDC WS-QTD-MESES)
                   ADD 1 TO TAB-MES-ERR (WS-QTD-MESES)
                   IF DEPTO-ACU-ACHADO THEN
                       ADD 1 TO TAB-AD-ERR (WS-IDD WS-QTD-MESES)
                   END-IF
               WHEN AMO-NAO-VERIFICAVEL (WS-IDC)
                   ADD 1 TO TAB-MES-NAO-VERIF (WS-QTD-MESES)
           END-EVALUATE.
       P718-FIM.

      ******************************************************************
      * P694-BUSCA-ACU-DEPTO: posiciona WS-IDD no departamento
      * WS-DEPTO-BUSCA da tabela de acuracia, criando a linha na
      * primeira vez.
      ******************************************************************
           P694-BUSCA-ACU-DEPTO.

           SET DEPTO-ACU-ACHADO TO FALSE
           PERFORM P694-COMPARA THRU P694-COMPARA-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ACU-DEPTOS OR DEPTO-ACU-ACHADO

           IF DEPTO-ACU-ACHADO THEN
               GO TO P694-FIM
           END-IF

           IF WS-QTD-ACU-DEPTOS LESS 100 THEN
               ADD 1                     TO WS-QTD-ACU-DEPTOS
               MOVE WS-QTD-ACU-DEPTOS    TO WS-IDD
               MOVE WS-DEPTO-BUSCA       TO TAB-AD-DEPTO (WS-IDD)
               SET DEPTO-ACU-ACHADO TO TRUE
           ELSE
               DISPLAY "TABELA DE DEPARTAMENTOS CHEIA, DEPARTAMENTO "
                       WS-DEPTO-BUSCA " SO ENTRA NOS TOTAIS"
           END-IF.
       P694-FIM.

           P694-COMPARA.

           IF TAB-AD-DEPTO (WS-IDX) EQUAL WS-DEPTO-BUSCA THEN
               SET DEPTO-ACU-ACHADO TO TRUE
               MOVE WS-IDX               TO WS-IDD
           END-IF.
       P694-COMPARA-FIM.

      ******************************************************************
      * P698-CABECALHO-ACU: titulo do relatorio de acuracia e
      * cabecalho da secao por departamento.
      ******************************************************************
           P698-CABECALHO-ACU.

           MOVE SPACES TO WS-LINHA-AMR
           STRING "ACURACIA DO CADASTRO - AMOSTRAS MENSAIS DE "
                  DELIMITED BY SIZE
                  TAB-MES-PERIODO (1) DELIMITED BY SIZE
                  " A "               DELIMITED BY SIZE
                  WS-PER-ATUAL        DELIMITED BY SIZE
                  "   EMITIDO EM "    DELIMITED BY SIZE
                  WS-DATA-SISTEMA     DELIMITED BY SIZE
                  INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE ALL "=" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           STRING "TAXA DE ACERTO POR DEPARTAMENTO - CONFIRMADOS / "
                  DELIMITED BY SIZE
                  "(CONFIRMADOS + ERRADOS)"
                  DELIMITED BY SIZE INTO WS-LINHA-AMR
           END-STRING
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE "DEPARTAMENTO"           TO WS-ROTULO
           PERFORM P739-LINHA-MESES THRU P739-FIM.
       P698-FIM.

      ******************************************************************
      * P739-LINHA-MESES: linha de cabecalho das colunas - o rotulo
      * das linhas e um mes (AAAAMM) por coluna de 8 posicoes.
      ******************************************************************
           P739-LINHA-MESES.

           MOVE SPACES TO WS-LINHA-AMR
           MOVE WS-ROTULO                TO WS-LINHA-AMR(1:12)
           PERFORM P746-CELULA-MES THRU P746-FIM
                   VARYING WS-IDM FROM 1 BY 1
                   UNTIL WS-IDM > WS-QTD-MESES
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE ALL "-" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P739-FIM.

           P746-CELULA-MES.

           COMPUTE WS-POS = 13 + (WS-IDM - 1) * 8
           MOVE TAB-MES-PERIODO (WS-IDM) TO WS-CEL-MES
           MOVE WS-CELULA-MES            TO WS-LINHA-AMR(WS-POS:8).
       P746-FIM.

           P658-LINHA-ACU-DEPTO.

           MOVE SPACES TO WS-LINHA-AMR
           IF TAB-AD-DEPTO (WS-IDD) EQUAL SPACES THEN
               MOVE "(SEM DEPTO)"        TO WS-LINHA-AMR(1:12)
           ELSE
               MOVE TAB-AD-DEPTO (WS-IDD) TO WS-LINHA-AMR(1:10)
           END-IF
           PERFORM P696-CELULA-DEPTO THRU P696-FIM
                   VARYING WS-IDM FROM 1 BY 1
                   UNTIL WS-IDM > WS-QTD-MESES
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P658-FIM.

           P696-CELULA-DEPTO.

           MOVE TAB-AD-CONF (WS-IDD WS-IDM) TO WS-ACU-CONF
           MOVE TAB-AD-ERR (WS-IDD WS-IDM)  TO WS-ACU-ERR
           PERFORM P697-FORMATA-TAXA THRU P697-FIM.
       P696-FIM.

           P729-LINHA-TOTAL.

           MOVE ALL "-" TO WS-LINHA-AMR
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL

           MOVE SPACES TO WS-LINHA-AMR
           MOVE "TOTAL"                  TO WS-LINHA-AMR(1:12)
           PERFORM P749-CELULA-TOTAL THRU P749-FIM
                   VARYING WS-IDM FROM 1 BY 1
                   UNTIL WS-IDM > WS-QTD-MESES
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P729-FIM.

           P749-CELULA-TOTAL.

           MOVE TAB-MES-CONF (WS-IDM)    TO WS-ACU-CONF
           MOVE TAB-MES-ERR (WS-IDM)     TO WS-ACU-ERR
           PERFORM P697-FORMATA-TAXA THRU P697-FIM.
       P749-FIM.

           P659-LINHA-ACU-CAMPO.

           MOVE SPACES TO WS-LINHA-AMR
           MOVE TAB-CAMPO-AMO (WS-IDC)   TO WS-LINHA-AMR(1:12)
           PERFORM P699-CELULA-CAMPO THRU P699-FIM
                   VARYING WS-IDM FROM 1 BY 1
                   UNTIL WS-IDM > WS-QTD-MESES
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P659-FIM.

           P699-CELULA-CAMPO.

           MOVE TAB-AC-CONF (WS-IDC WS-IDM) TO WS-ACU-CONF
           MOVE TAB-AC-ERR (WS-IDC WS-IDM)  TO WS-ACU-ERR
           PERFORM P697-FORMATA-TAXA THRU P697-FIM.
       P699-FIM.

      ******************************************************************
      * P697-FORMATA-TAXA: taxa de acerto de WS-ACU-CONF/WS-ACU-ERR na
      * coluna do mes WS-IDM; sem nenhum achado conclusivo sai "-".
      ******************************************************************
           P697-FORMATA-TAXA.

           COMPUTE WS-POS = 13 + (WS-IDM - 1) * 8

           IF WS-ACU-CONF + WS-ACU-ERR EQUAL ZERO THEN
               MOVE "       -"          TO WS-LINHA-AMR(WS-POS:8)
               GO TO P697-FIM
           END-IF

           COMPUTE WS-TAXA ROUNDED =
               WS-ACU-CONF * 100 / (WS-ACU-CONF + WS-ACU-ERR)
           MOVE WS-TAXA                  TO WS-CEL-TAXA
           MOVE WS-CELULA-TAXA           TO WS-LINHA-AMR(WS-POS:8).
       P697-FIM.

      ******************************************************************
      * P688-LINHA-CONTAGEM: linha de contagem por mes conforme
      * WS-TIPO-CONTA - campos nao verificaveis, sorteados ainda sem
      * achado, total de sorteados.
      ******************************************************************
           P688-LINHA-CONTAGEM.

           MOVE SPACES TO WS-LINHA-AMR
           EVALUATE TRUE
               WHEN CONTA-NAO-VERIF
                   MOVE "NAO VERIFIC."   TO WS-LINHA-AMR(1:12)
               WHEN CONTA-SEM-ACHADO
                   MOVE "SEM ACHADO"     TO WS-LINHA-AMR(1:12)
               WHEN CONTA-SORTEADOS
                   MOVE "SORTEADOS"      TO WS-LINHA-AMR(1:12)
           END-EVALUATE
           PERFORM P687-CELULA-CONTAGEM THRU P687-FIM
                   VARYING WS-IDM FROM 1 BY 1
                   UNTIL WS-IDM > WS-QTD-MESES
           MOVE WS-LINHA-AMR TO AMR-LINHA
           WRITE REG-AMO-REL.
       P688-FIM.

           P687-CELULA-CONTAGEM.

           EVALUATE TRUE
               WHEN CONTA-NAO-VERIF
                   MOVE TAB-MES-NAO-VERIF (WS-IDM)  TO WS-ACU-NUM
               WHEN CONTA-SEM-ACHADO
                   MOVE TAB-MES-SEM-ACHADO (WS-IDM) TO WS-ACU-NUM
               WHEN OTHER
                   MOVE TAB-MES-SORTEADOS (WS-IDM)  TO WS-ACU-NUM
           END-EVALUATE
           COMPUTE WS-POS = 13 + (WS-IDM - 1) * 8
           MOVE WS-ACU-NUM               TO WS-CEL-NUM
           MOVE WS-CELULA-NUM            TO WS-LINHA-AMR(WS-POS:8).
       P687-FIM.

           COPY STATCHK.

           COPY DPTVAL.
       END PROGRAM AMOSUSER.
