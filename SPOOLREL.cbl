      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/EXECUCAO DA FILA DE RELATORIOS
      *         SOB DEMANDA
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: executa os pedidos pendentes da
      *                 FILAREL (gravados pelo PEDEREL) fora da janela
      *                 do CTLNOITE - com o semaforo "B" do CADCTRL
      *                 ligado nao comeca, e para de pegar pedido novo
      *                 se a corrente da noite comecar no meio. Cada
      *                 pedido grava o cartao PARMREL com os parametros
      *                 e chama o programa do relatorio como a corrente
      *                 faz; a saida e copiada para uma geracao propria
      *                 (<spool>.P<numero do pedido>) registrada no
      *                 GERCTLG com o operador que pediu no lugar do
      *                 departamento (rotina GERGRV), e o pedido fica
      *                 concluido ou falho, com o RETURN-CODE e o
      *                 motivo, para o operador acompanhar no PEDEREL.
      *                 Pedido achado "executando" e de uma queda do
      *                 proprio SPOOLREL: vira falho e o operador pede
      *                 de novo. Rodar pela operacao durante o dia,
      *                 quantas vezes quiser; pedido falho devolve
      *                 RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FLRSEL.
           COPY PRMSEL.
           COPY SPLSEL.
           COPY SPGSEL.
           COPY GERSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FILAREL.
           COPY FLRREC.

       FD PARMREL.
           COPY PRMREC.

       FD SPLORI.
           COPY SPLREC.

       FD SPLGER.
           COPY SPGREC.

       FD GERCTLG.
           COPY GERREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-FILAREL                  PIC 99.
        88 FS-FILAREL-OK                 VALUE 0.
       77 WS-FS-SPLORI                   PIC 99.
        88 FS-SPLORI-OK                  VALUE 0.
       77 WS-FS-SPLGER                   PIC 99.
        88 FS-SPLGER-OK                  VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-EOF-SPL                     PIC X.
        88 EOF-SPL-OK                    VALUE "S" FALSE "N".
       77 WS-BATCH-ATIVO                 PIC X.
        88 BATCH-ATIVO                   VALUE "S" FALSE "N".
       77 WS-REL-ACHADO                  PIC X.
        88 REL-ACHADO                    VALUE "S" FALSE "N".
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-TDX                         PIC 9(02) COMP.
       77 WS-PROGRAMA                    PIC X(08).
       77 WS-FLR-ID                      PIC 9(06).
       77 WS-RC-RELATORIO                PIC 9(03).
       77 WS-NOME-SPLORI                 PIC X(60).
       77 WS-NOME-SPLGER                 PIC X(60).
       77 WS-QTD-LINHAS                  PIC 9(06).
       77 WS-MOTIVO                      PIC X(40).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-AGORA                 PIC 9(14).
       77 WS-QTD-EXECUTADOS              PIC 9(04).
       77 WS-QTD-CONCLUIDOS              PIC 9(04).
       77 WS-QTD-FALHOS                  PIC 9(04).
       77 WS-QTD-INTERROMPIDOS           PIC 9(04).

      ******************************************************************
      * Relatorios atendidos pela fila e o nome logico do spool que
      * cada um grava - o mesmo nome vai para o GERCTLG.
      ******************************************************************
       01 TAB-SPOOLS.
           03 FILLER                     PIC X(16) VALUE
              "RELDEPTODEPUSER ".
           03 FILLER                     PIC X(16) VALUE
              "DUPLUSERDUPREL  ".
           03 FILLER                     PIC X(16) VALUE
              "DORMUSERDORREL  ".
           03 FILLER                     PIC X(16) VALUE
              "ANIVUSERANVREL  ".
           03 FILLER                     PIC X(16) VALUE
              "RELOPER OPEUSER ".
           03 FILLER                     PIC X(16) VALUE
              "RELACESSACSREL  ".
       01 TAB-SPOOLS-R REDEFINES TAB-SPOOLS.
           03 TAB-SPOOL OCCURS 6 TIMES.
               05 TAB-PROGRAMA           PIC X(08).
               05 TAB-ARQUIVO            PIC X(08).

           COPY STATWRK.

           COPY PRMWK.

           COPY GERWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P541-PROCESSAR: mainline do job - confere o semaforo da noite,
      * abre (ou cria) a FILAREL e percorre a fila pelo numero do
      * pedido, executando cada pendente na ordem em que foi pedido.
      ******************************************************************
           P541-PROCESSAR.

           MOVE "SPOOLREL"          TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-EXECUTADOS
           MOVE ZERO TO WS-QTD-CONCLUIDOS
           MOVE ZERO TO WS-QTD-FALHOS
           MOVE ZERO TO WS-QTD-INTERROMPIDOS

           PERFORM P542-VERIFICA-BATCH THRU P542-FIM
           IF BATCH-ATIVO THEN
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO, FILA DE "
                       "RELATORIOS NAO PROCESSADA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O FILAREL
           IF WS-FS-FILAREL EQUAL 35 THEN
               OPEN OUTPUT FILAREL
               CLOSE FILAREL
               OPEN I-O FILAREL
           END-IF
           IF NOT FS-FILAREL-OK THEN
               MOVE WS-FS-FILAREL        TO WS-FS-CODIGO
               MOVE "FILAREL"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO                     TO FLR-ID
           SET EOF-OK TO FALSE
           START FILAREL KEY IS NOT LESS FLR-ID
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P543-LE-PEDIDO THRU P543-FIM
                       UNTIL EOF-OK OR BATCH-ATIVO
           END-START

           CLOSE FILAREL

           DISPLAY "PEDIDOS EXECUTADOS: " WS-QTD-EXECUTADOS
                   " CONCLUIDOS: " WS-QTD-CONCLUIDOS
                   " FALHOS: " WS-QTD-FALHOS
           DISPLAY "PEDIDOS INTERROMPIDOS NUMA RODADA ANTERIOR: "
                   WS-QTD-INTERROMPIDOS

           IF WS-QTD-FALHOS NOT EQUAL ZERO OR
              WS-QTD-INTERROMPIDOS NOT EQUAL ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P541-FIM.

      ******************************************************************
      * P542-VERIFICA-BATCH: le o semaforo do processamento noturno no
      * registro "B" de CADCTRL (1 = CTLNOITE dono dos arquivos), o
      * mesmo que o MENUUSER confere; na falta do arquivo ou do
      * registro a fila pode rodar.
      ******************************************************************
           P542-VERIFICA-BATCH.

           SET BATCH-ATIVO TO FALSE

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "B"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTR-ULT-SEQ NOT EQUAL ZERO THEN
                       SET BATCH-ATIVO TO TRUE
                   END-IF
               END-READ
               CLOSE CADCTRL
           END-IF.
       P542-FIM.

      ******************************************************************
      * P543-LE-PEDIDO: le o proximo pedido da fila. Pendente e
      * executado (se a corrente da noite nao tiver comecado);
      * "executando" e resto de uma queda do SPOOLREL e vira falho;
      * os demais ja foram atendidos.
      ******************************************************************
           P543-LE-PEDIDO.

           READ FILAREL NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P543-FIM
           END-READ

           IF FLR-EXECUTANDO THEN
               PERFORM P548-AGORA THRU P548-FIM
               SET FLR-FALHOU TO TRUE
               MOVE WS-STAMP-AGORA       TO FLR-DT-FIM
               MOVE "EXECUCAO INTERROMPIDA, PECA DE NOVO"
                                         TO FLR-MOTIVO
               REWRITE REG-PEDIDO-REL
               ADD 1                     TO WS-QTD-INTERROMPIDOS
               DISPLAY "PEDIDO " FLR-ID " (" FLR-RELATORIO
                       ") INTERROMPIDO NUMA RODADA ANTERIOR"
               GO TO P543-FIM
           END-IF

           IF NOT FLR-PENDENTE THEN
               GO TO P543-FIM
           END-IF

           PERFORM P542-VERIFICA-BATCH THRU P542-FIM
           IF BATCH-ATIVO THEN
               DISPLAY "PROCESSAMENTO NOTURNO COMECOU, OS PEDIDOS "
                       "RESTANTES FICAM PARA A PROXIMA RODADA"
               GO TO P543-FIM
           END-IF

           PERFORM P544-EXECUTA-PEDIDO THRU P544-FIM.
       P543-FIM.

      ******************************************************************
      * P544-EXECUTA-PEDIDO: marca o pedido como executando, grava o
      * cartao PARMREL, chama o relatorio e, com RETURN-CODE ate 4,
      * copia o spool para a geracao do pedido; acima de 4 o pedido
      * falha. O cartao e esvaziado na volta para uma rodada manual
      * do relatorio nao pegar os parametros do pedido.
      ******************************************************************
           P544-EXECUTA-PEDIDO.

           ADD 1                         TO WS-QTD-EXECUTADOS
           MOVE FLR-ID                   TO WS-FLR-ID
           MOVE FLR-RELATORIO            TO WS-PROGRAMA
           MOVE SPACES                   TO WS-MOTIVO

           SET REL-ACHADO TO FALSE
           PERFORM P549-ACHA-SPOOL THRU P549-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 6 OR REL-ACHADO

           PERFORM P548-AGORA THRU P548-FIM

           IF NOT REL-ACHADO THEN
               MOVE "RELATORIO NAO ATENDIDO PELA FILA" TO WS-MOTIVO
               GO TO P544-GRAVA
           END-IF

           SET FLR-EXECUTANDO TO TRUE
           MOVE WS-STAMP-AGORA           TO FLR-DT-INICIO
           REWRITE REG-PEDIDO-REL

           DISPLAY "PEDIDO " WS-FLR-ID " - EXECUTANDO " WS-PROGRAMA
                   " PARA " FLR-OPERADOR

           OPEN OUTPUT PARMREL
           MOVE WS-PROGRAMA              TO PRM-PROGRAMA
           MOVE WS-FLR-ID                TO PRM-ID
           MOVE FLR-OPERADOR             TO PRM-OPERADOR
           MOVE FLR-DATA-INI             TO PRM-DATA-INI
           MOVE FLR-DATA-FIM             TO PRM-DATA-FIM
           MOVE FLR-DIAS                 TO PRM-DIAS
           WRITE REG-PARM-REL
           CLOSE PARMREL

           MOVE ZERO TO RETURN-CODE
           CALL WS-PROGRAMA
           MOVE RETURN-CODE              TO WS-RC-RELATORIO
           MOVE ZERO TO RETURN-CODE
           CANCEL WS-PROGRAMA

           OPEN OUTPUT PARMREL
           CLOSE PARMREL

           MOVE WS-FLR-ID                TO FLR-ID
           READ FILAREL
           KEY IS FLR-ID
           INVALID KEY
               DISPLAY "PEDIDO " WS-FLR-ID " SUMIU DA FILAREL"
               GO TO P544-FIM
           END-READ

           MOVE WS-RC-RELATORIO          TO FLR-RETORNO

           IF WS-RC-RELATORIO GREATER 4 THEN
               MOVE SPACES               TO WS-MOTIVO
               STRING "RELATORIO TERMINOU COM RETURN-CODE "
                      DELIMITED BY SIZE
                      WS-RC-RELATORIO    DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               PERFORM P548-AGORA THRU P548-FIM
               GO TO P544-GRAVA
           END-IF

           PERFORM P545-GRAVA-GERACAO THRU P545-FIM
           PERFORM P548-AGORA THRU P548-FIM.

       P544-GRAVA.

           MOVE WS-STAMP-AGORA           TO FLR-DT-FIM
           IF WS-MOTIVO EQUAL SPACES THEN
               SET FLR-CONCLUIDO TO TRUE
               MOVE SPACES               TO FLR-MOTIVO
               ADD 1                     TO WS-QTD-CONCLUIDOS
               DISPLAY "PEDIDO " WS-FLR-ID " CONCLUIDO, " WS-QTD-LINHAS
                       " LINHAS EM " WS-NOME-SPLGER
           ELSE
               SET FLR-FALHOU TO TRUE
               MOVE WS-MOTIVO            TO FLR-MOTIVO
               ADD 1                     TO WS-QTD-FALHOS
               DISPLAY "PEDIDO " WS-FLR-ID " FALHOU: " WS-MOTIVO
           END-IF

           REWRITE REG-PEDIDO-REL.
       P544-FIM.

      ******************************************************************
      * P545-GRAVA-GERACAO: copia o spool que o relatorio acabou de
      * gravar para a geracao do pedido (<spool>.P<numero>) e a
      * registra no GERCTLG com o operador na posicao do departamento
      * - cada operador tem o seu rodizio de geracoes de cada
      * relatorio, como as copias por departamento do SEPAREL. Spool
      * que nao abre deixa o pedido falho.
      ******************************************************************
           P545-GRAVA-GERACAO.

           MOVE ZERO                     TO WS-QTD-LINHAS

           MOVE SPACES                   TO WS-NOME-SPLORI
           STRING "C:\Users\PC\Desktop\CRUD\" DELIMITED BY SIZE
                  TAB-ARQUIVO (WS-TDX)   DELIMITED BY SPACE
                  ".cbl"                 DELIMITED BY SIZE
                  INTO WS-NOME-SPLORI
           END-STRING

           MOVE SPACES                   TO WS-NOME-SPLGER
           STRING "C:\Users\PC\Desktop\CRUD\" DELIMITED BY SIZE
                  TAB-ARQUIVO (WS-TDX)   DELIMITED BY SPACE
                  ".P"                   DELIMITED BY SIZE
                  WS-FLR-ID              DELIMITED BY SIZE
                  ".cbl"                 DELIMITED BY SIZE
                  INTO WS-NOME-SPLGER
           END-STRING

           OPEN INPUT SPLORI
           IF NOT FS-SPLORI-OK THEN
               MOVE SPACES               TO WS-MOTIVO
               STRING "SPOOL " DELIMITED BY SIZE
                      TAB-ARQUIVO (WS-TDX) DELIMITED BY SPACE
                      " NAO ABRIU, FS="  DELIMITED BY SIZE
                      WS-FS-SPLORI       DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               GO TO P545-FIM
           END-IF

           OPEN OUTPUT SPLGER
           IF NOT FS-SPLGER-OK THEN
               MOVE SPACES               TO WS-MOTIVO
               STRING "GERACAO NAO ABRIU, FS=" DELIMITED BY SIZE
                      WS-FS-SPLGER       DELIMITED BY SIZE
                      INTO WS-MOTIVO
               END-STRING
               CLOSE SPLORI
               GO TO P545-FIM
           END-IF

           SET EOF-SPL-OK TO FALSE
           PERFORM P546-COPIA-LINHA THRU P546-FIM UNTIL EOF-SPL-OK

           CLOSE SPLORI
           CLOSE SPLGER

           MOVE TAB-ARQUIVO (WS-TDX)     TO WS-GER-ARQUIVO
           MOVE FLR-OPERADOR             TO WS-GER-DEPTO
           MOVE WS-NOME-SPLGER           TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           MOVE TAB-ARQUIVO (WS-TDX)     TO FLR-GER-ARQUIVO
           MOVE WS-GER-DATA-SIS          TO FLR-GER-DATA
           MOVE WS-NOME-SPLGER           TO FLR-GER-NOME.
       P545-FIM.

           P546-COPIA-LINHA.

           READ SPLORI
           AT END
               SET EOF-SPL-OK TO TRUE
           NOT AT END
               MOVE SPL-LINHA            TO SPG-LINHA
               WRITE REG-SPOOL-GERACAO
               ADD 1                     TO WS-QTD-LINHAS
           END-READ.
       P546-FIM.

           P548-AGORA.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-AGORA
           END-STRING.
       P548-FIM.

           P549-ACHA-SPOOL.

           IF TAB-PROGRAMA (WS-IDX) EQUAL WS-PROGRAMA THEN
               SET REL-ACHADO TO TRUE
               MOVE WS-IDX               TO WS-TDX
           END-IF.
       P549-FIM.

           COPY GERGRV.

           COPY STATCHK.
       END PROGRAM SPOOLREL.
