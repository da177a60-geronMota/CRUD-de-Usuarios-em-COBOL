      *                 retomada "<R>" a partir dele pulava os passos
      *                 01 a 08 da noite e ainda fechava a data de
      *                 negocio no calendario.
      * 15/10/26 GERO - AGELGPD entrou como passo 09, depois do
      *                 NOTIFUSER: envelhece os pedidos de titulares do
      *                 LGPFILE e lista os que estao no limite do prazo
      *                 legal, com RETURN-CODE 4 (aviso) quando ha
      *                 pedido vencido. O RELMOVTO passou a ser o passo
      *                 10 e o RELMANHA o 11.
      * 15/10/26 GERO - AGDUSER entrou como passo 03, entre a carga e o
      *                 MNTUSER: aplica as mudancas agendadas do AGDFILE
      *                 (CADAGEND, INTFHR) que vencem na data de negocio
      *                 aberta, com RETURN-CODE 4 (aviso) quando alguma
      *                 e recusada. O MNTUSER passou a ser o passo 04, o
      *                 RELMOVTO o 11 e o RELMANHA o 12.
      * 15/10/26 GERO - FOTODEPT entrou como passo 12, so nas noites de
      *                 fechamento de mes como o RELMOVTO: grava no
      *                 DPTHIST a fotografia permanente do quadro de
      *                 cada departamento no mes. O RELMANHA passou a
      *                 ser o passo 13.
      * 15/10/26 GERO - RELCAPAC entrou como passo 13, so nas noites de
      *                 fechamento de mes como o RELMOVTO e o FOTODEPT:
      *                 imprime a capacidade e a previsao de esgotamento
      *                 das sequencias e dos arquivos e grava a medida
      *                 do mes no CAPHIST, depois da fotografia do
      *                 DPTHIST que ele usa como base. O RELMANHA passou
      *                 a ser o passo 14.
      * 15/10/26 GERO - RECNUSER, INTGUSER, EXTUSER, RELDEPTO, NOTIFUSER
      *                 e, no fechamento de mes, RELMOVTO passaram a
      *                 rodar juntos numa passagem unica do CADUSER
      *                 (PASSUSER), chamada no primeiro desses passos
      *                 que cabe a rodada (P150); cada passo continua
      *                 com a sua linha no JOBCTRL e no JOBHIST, com o
      *                 desfecho que o PASSUSER devolve, e a retomada
      *                 continua a passagem do ultimo ponto de controle.
      * 15/10/26 GERO - RATEDEPT entrou como passo 14, so nas noites de
      *                 fechamento de mes como o RELMOVTO, o FOTODEPT e
      *                 o RELCAPAC: grava o RATEIO mensal por
      *                 departamento para a contabilidade e o RATREL de
      *                 apoio. O RELMANHA passou a ser o passo 15.
      * 15/10/26 GERO - VERELOG entrou como passo 15, so na primeira
      *                 noite rodada de cada semana (segunda a domingo,
      *                 pela ultima data executada do calendario; sem
      *                 calendario, na segunda-feira): confere o
      *                 encadeamento do AUDLOG, dos arquivos mortos do
      *                 AUDARC e do SEGLOG e devolve aviso quando a
      *                 cadeia quebra. O RELMANHA passou a ser o passo
      *                 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLNOITE.
       77 WS-DATA-NEGOCIO                PIC 9(08).
       77 WS-FECHA-MES                   PIC X.
        88 FECHA-MES-HOJE                VALUE "S" FALSE "N".
       77 WS-SEMANA                      PIC X.
        88 SEMANA-HOJE                   VALUE "S" FALSE "N".
       77 WS-DATA-ULT-EXEC               PIC 9(08).
       77 WS-SEMANA-NEGOCIO              PIC 9(07).
       77 WS-SEMANA-ULT-EXEC             PIC 9(07).
       77 WS-ULT-PASSO                   PIC 9(02).
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-BATCH-MARCA                 PIC 9(01).
       77 WS-FS-JOBHIST                  PIC 99.
        88 FS-JOBHIST-OK                 VALUE 0.
       77 WS-PROGRAMA-PASSO              PIC X(10).
        88 PASSO-DA-PASSAGEM             VALUE "RECNUSER" "INTGUSER"
                                               "EXTUSER" "RELDEPTO"
                                               "NOTIFUSER" "RELMOVTO".
       77 WS-PASSAGEM-FEITA              PIC X VALUE "N".
        88 PASSAGEM-FEITA                VALUE "S" FALSE "N".
       77 WS-PASSO-PAS                   PIC 9(02).
       77 WS-IDX-PAS                     PIC 9(02).

       01 TAB-SEQUENCIA.
           03 FILLER                     PIC X(10) VALUE "INTFHR".
           03 FILLER                     PIC X(10) VALUE "CARGUSER".
           03 FILLER                     PIC X(10) VALUE "AGDUSER".
           03 FILLER                     PIC X(10) VALUE "MNTUSER".
           03 FILLER                     PIC X(10) VALUE "RECNUSER".
           03 FILLER                     PIC X(10) VALUE "INTGUSER".
           03 FILLER                     PIC X(10) VALUE "EXTUSER".
           03 FILLER                     PIC X(10) VALUE "RELDEPTO".
           03 FILLER                     PIC X(10) VALUE "NOTIFUSER".
           03 FILLER                     PIC X(10) VALUE "AGELGPD".
           03 FILLER                     PIC X(10) VALUE "RELMOVTO".
           03 FILLER                     PIC X(10) VALUE "FOTODEPT".
           03 FILLER                     PIC X(10) VALUE "RELCAPAC".
           03 FILLER                     PIC X(10) VALUE "RATEDEPT".
           03 FILLER                     PIC X(10) VALUE "VERELOG".
           03 FILLER                     PIC X(10) VALUE "RELMANHA".
       01 TAB-SEQUENCIA-R REDEFINES TAB-SEQUENCIA.
           03 TAB-PROGRAMA               PIC X(10) OCCURS 16 TIMES.

           COPY PASREC.

           COPY STATWRK.

               STOP RUN
           END-IF

           MOVE 16 TO WS-ULT-PASSO
           IF FECHA-MES-HOJE THEN
               DISPLAY "FECHAMENTO DE MES: RELMOVTO ENTRA COMO PASSO"
                       " 11, FOTODEPT COMO PASSO 12, RELCAPAC COMO"
                       " PASSO 13 E RATEDEPT COMO PASSO 14"
           END-IF
           IF SEMANA-HOJE THEN
               DISPLAY "SEMANA NOVA: VERELOG ENTRA COMO PASSO 15"
           END-IF

           MOVE 1 TO WS-PASSO-INICIAL
      * P110-ACHA-FALHA: varre os passos da rodada anterior atras do
      * primeiro que falhou ("F") ou ficou executando ("E", queda no
      * meio do passo); zero significa rodada anterior limpa. Um
      * RELMOVTO, FOTODEPT, RELCAPAC ou RATEDEPT parado so conta nas
      * noites de fechamento de mes (e um VERELOG parado so na
      * primeira noite da semana) - fora delas o passo nem roda, e
      * um "F" de um fechamento velho faria a retomada comecar num
      * passo que seria pulado, saltando os passos 01 a 10 da noite e
      * fechando a data sem rodar nada.
      ******************************************************************
           P110-ACHA-FALHA.


           PERFORM P115-LE-PASSO THRU P115-FIM
                   VARYING WS-PASSO FROM 1 BY 1
                   UNTIL WS-PASSO > 16
                      OR WS-PASSO-FALHO NOT EQUAL ZERO.
       P110-FIM.

               CONTINUE
           NOT INVALID KEY
               IF JOB-FALHOU OR JOB-EXECUTANDO THEN
                   IF ((JOB-PROGRAMA EQUAL "RELMOVTO" OR
                        JOB-PROGRAMA EQUAL "FOTODEPT" OR
                        JOB-PROGRAMA EQUAL "RELCAPAC" OR
                        JOB-PROGRAMA EQUAL "RATEDEPT") AND
                       NOT FECHA-MES-HOJE) OR
                      (JOB-PROGRAMA EQUAL "VERELOG" AND
                       NOT SEMANA-HOJE) THEN
                       CONTINUE
                   ELSE
                       MOVE WS-PASSO    TO WS-PASSO-FALHO
      * chama o programa e grava o desfecho pelo RETURN-CODE - zero
      * termina bem, 1 a 4 termina com aviso (a corrente segue, como
      * na divergencia do RECNUSER), acima de 4 marca falha e para a
      * corrente. Os passos que so leem o CADUSER de ponta a ponta
      * rodam juntos, numa passagem unica, no primeiro deles (P150).
      ******************************************************************
           P120-EXECUTA-PASSO.

           IF (TAB-PROGRAMA (WS-PASSO) EQUAL "RELMOVTO" OR
               TAB-PROGRAMA (WS-PASSO) EQUAL "FOTODEPT" OR
               TAB-PROGRAMA (WS-PASSO) EQUAL "RELCAPAC" OR
               TAB-PROGRAMA (WS-PASSO) EQUAL "RATEDEPT") AND
              NOT FECHA-MES-HOJE THEN
               GO TO P120-FIM
           END-IF
           IF TAB-PROGRAMA (WS-PASSO) EQUAL "VERELOG" AND
              NOT SEMANA-HOJE THEN
               GO TO P120-FIM
           END-IF

           MOVE TAB-PROGRAMA (WS-PASSO) TO WS-PROGRAMA-PASSO
           IF PASSO-DA-PASSAGEM THEN
               IF NOT PASSAGEM-FEITA THEN
                   PERFORM P150-PASSAGEM-UNICA THRU P150-FIM
               END-IF
               GO TO P120-FIM
           END-IF

           PERFORM P130-AGORA THRU P130-FIM

           END-STRING.
       P130-FIM.

      ******************************************************************
      * P150-PASSAGEM-UNICA: liga na area PAS-PARAMETROS os passos do
      * CADUSER que ainda tem de rodar nesta noite (do passo corrente
      * ao ultimo; RELMOVTO so no fechamento de mes), marca cada um
      * como executando no JOBCTRL, chama o PASSUSER uma vez e grava o
      * desfecho de cada passo pelo PAS-RC dele, como o P120 faz pelo
      * RETURN-CODE. Na retomada do passo que parou o PASSUSER continua
      * do ultimo ponto de controle da passagem.
      ******************************************************************
           P150-PASSAGEM-UNICA.

           SET PASSAGEM-FEITA TO TRUE

           IF WS-PASSO-FALHO NOT EQUAL ZERO AND
              WS-OPCAO EQUAL "R" AND
              WS-PASSO EQUAL WS-PASSO-INICIAL THEN
               SET PAS-E-RETOMADA TO TRUE
           ELSE
               SET PAS-E-RETOMADA TO FALSE
           END-IF

           MOVE "RECNUSER"              TO PAS-PROGRAMA (1)
           MOVE "INTGUSER"              TO PAS-PROGRAMA (2)
           MOVE "EXTUSER"               TO PAS-PROGRAMA (3)
           MOVE "RELDEPTO"              TO PAS-PROGRAMA (4)
           MOVE "NOTIFUSER"             TO PAS-PROGRAMA (5)
           MOVE "RELMOVTO"              TO PAS-PROGRAMA (6)

           PERFORM P153-LIMPA-CONSUMIDOR THRU P153-FIM
                   VARYING WS-IDX-PAS FROM 1 BY 1
                   UNTIL WS-IDX-PAS > 6

           PERFORM P130-AGORA THRU P130-FIM

           PERFORM P151-LIGA-PASSO THRU P151-FIM
                   VARYING WS-PASSO-PAS FROM WS-PASSO BY 1
                   UNTIL WS-PASSO-PAS > WS-ULT-PASSO
                      OR WS-PASSO-PAS > 16

           MOVE ZERO TO RETURN-CODE
           CALL "PASSUSER" USING PAS-PARAMETROS

           PERFORM P154-GRAVA-DESFECHO THRU P154-FIM
                   VARYING WS-IDX-PAS FROM 1 BY 1
                   UNTIL WS-IDX-PAS > 6

           MOVE ZERO TO RETURN-CODE.
       P150-FIM.

           P153-LIMPA-CONSUMIDOR.

           SET PAS-RODA (WS-IDX-PAS) TO FALSE
           MOVE ZERO                    TO PAS-PASSO (WS-IDX-PAS)
           MOVE ZERO                    TO PAS-RC (WS-IDX-PAS)
           MOVE ZERO                    TO PAS-DT-FIM (WS-IDX-PAS).
       P153-FIM.

      ******************************************************************
      * P151-LIGA-PASSO: passo da passagem unica entre o corrente e o
      * ultimo - liga o consumidor e marca o passo como executando.
      ******************************************************************
           P151-LIGA-PASSO.

           MOVE TAB-PROGRAMA (WS-PASSO-PAS) TO WS-PROGRAMA-PASSO
           IF NOT PASSO-DA-PASSAGEM THEN
               GO TO P151-FIM
           END-IF
           IF WS-PROGRAMA-PASSO EQUAL "RELMOVTO" AND
              NOT FECHA-MES-HOJE THEN
               GO TO P151-FIM
           END-IF

           PERFORM P152-ACHA-CONSUMIDOR THRU P152-FIM

           SET PAS-RODA (WS-IDX-PAS) TO TRUE
           MOVE WS-PASSO-PAS            TO PAS-PASSO (WS-IDX-PAS)

           SET CTRL-NOVO TO FALSE
           MOVE WS-PASSO-PAS            TO JOB-PASSO
           READ JOBCTRL
           INVALID KEY
               SET CTRL-NOVO TO TRUE
               MOVE WS-PASSO-PAS        TO JOB-PASSO
           END-READ

           MOVE WS-PROGRAMA-PASSO       TO JOB-PROGRAMA
           MOVE WS-STAMP-AGORA          TO JOB-DT-INICIO
           MOVE ZERO                    TO JOB-DT-FIM
           MOVE "E"                     TO JOB-SITUACAO

           IF CTRL-NOVO THEN
               WRITE REG-JOB
           ELSE
               REWRITE REG-JOB
           END-IF

           DISPLAY "PASSO " WS-PASSO-PAS " - EXECUTANDO "
                   WS-PROGRAMA-PASSO " (PASSAGEM UNICA)".
       P151-FIM.

           P152-ACHA-CONSUMIDOR.

           MOVE 1                       TO WS-IDX-PAS.

           P152-COMPARA.

           IF PAS-PROGRAMA (WS-IDX-PAS) NOT EQUAL WS-PROGRAMA-PASSO
              AND WS-IDX-PAS LESS 6 THEN
               ADD 1                    TO WS-IDX-PAS
               GO TO P152-COMPARA
           END-IF.
       P152-FIM.

      ******************************************************************
      * P154-GRAVA-DESFECHO: desfecho de um passo da passagem no
      * JOBCTRL e no JOBHIST, pelo PAS-RC - zero termina bem, 1 a 4
      * com aviso, acima de 4 falha e para a corrente.
      ******************************************************************
           P154-GRAVA-DESFECHO.

           IF NOT PAS-RODA (WS-IDX-PAS) THEN
               GO TO P154-FIM
           END-IF

           MOVE PAS-PASSO (WS-IDX-PAS)  TO JOB-PASSO
           READ JOBCTRL
           INVALID KEY
               GO TO P154-FIM
           END-READ

           MOVE PAS-DT-FIM (WS-IDX-PAS) TO JOB-DT-FIM

           IF PAS-RC (WS-IDX-PAS) EQUAL ZERO THEN
               MOVE "O"                 TO JOB-SITUACAO
           ELSE
           IF PAS-RC (WS-IDX-PAS) NOT GREATER 4 THEN
               MOVE "A"                 TO JOB-SITUACAO
               DISPLAY "PASSO " JOB-PASSO " TERMINOU COM AVISO,"
                       " RETURN-CODE " PAS-RC (WS-IDX-PAS)
           ELSE
               MOVE "F"                 TO JOB-SITUACAO
               SET CORRENTE-PAROU TO TRUE
               DISPLAY "PASSO " JOB-PASSO " FALHOU, RETURN-CODE "
                       PAS-RC (WS-IDX-PAS)
           END-IF
           END-IF

           REWRITE REG-JOB

           PERFORM P149-GRAVA-HISTORICO THRU P149-FIM.
       P154-FIM.

      ******************************************************************
      * P140-CONSULTA-CALENDARIO: abre o CALFILE e decide se a rodada
      * pode rodar. Sem calendario a rodada segue como antes (so com
      * recusa tem que vir ANTES do avanco de feriados, senao a
      * segunda disparada da noite consumiria um feriado futuro), so
      * entao pula os feriados marcando "P" e avancando, e captura a
      * marca de fechamento de mes da data que vai rodar. A primeira
      * noite rodada de cada semana (segunda a domingo) - ou, sem
      * calendario, a noite de segunda-feira - e a noite do passo
      * semanal (SEMANA-HOJE).
      ******************************************************************
           P140-CONSULTA-CALENDARIO.

           SET RODADA-LIBERADA TO TRUE
           SET NOITE-PULADA TO FALSE
           SET FECHA-MES-HOJE TO FALSE
           SET SEMANA-HOJE TO FALSE
           MOVE ZERO                     TO WS-DATA-ULT-EXEC
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN I-O CALFILE
               DISPLAY "SEM CALENDARIO DE PROCESSAMENTO (CALFILE),"
                       " RODADA SEGUE SEM CONTROLE DE DATA -"
                       " MANTENHA O CALENDARIO PELO CADCALEN"
               IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE
                  (WS-DATA-SISTEMA) - 1, 7) EQUAL ZERO THEN
                   SET SEMANA-HOJE TO TRUE
               END-IF
               GO TO P140-FIM
           END-IF

               SET FECHA-MES-HOJE TO TRUE
           END-IF

           IF WS-DATA-ULT-EXEC EQUAL ZERO THEN
               SET SEMANA-HOJE TO TRUE
           ELSE
               COMPUTE WS-SEMANA-NEGOCIO =
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) - 1) / 7
               COMPUTE WS-SEMANA-ULT-EXEC =
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-ULT-EXEC) - 1) / 7
               IF WS-SEMANA-NEGOCIO NOT EQUAL WS-SEMANA-ULT-EXEC THEN
                   SET SEMANA-HOJE TO TRUE
               END-IF
           END-IF

           DISPLAY "DATA DE NEGOCIO DA RODADA: " WS-DATA-NEGOCIO

           CLOSE CALFILE.
      ******************************************************************
      * P141-ACHA-ABERTA: varre o calendario em ordem de data atras do
      * registro na situacao aberta ("A"); o registro fica carregado
      * no REG-CALEN quando achado. Guarda no caminho a ultima data
      * executada ("E"), que decide a noite do passo semanal.
      ******************************************************************
           P141-ACHA-ABERTA.

                   SET DATA-ACHADA TO TRUE
                   SET CAL-EOF-OK TO TRUE
               END-IF
               IF CAL-EXECUTADA THEN
                   MOVE CAL-DATA         TO WS-DATA-ULT-EXEC
               END-IF
           END-READ.
       P143-FIM.

