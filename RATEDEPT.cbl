      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/RATEIO MENSAL DE CONTAS POR
      *         DEPARTAMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo de fechamento de mes da
      *                 corrente do CTLNOITE. Conta, para o mes de
      *                 negocio, os usuarios-dia ativos de cada
      *                 departamento - o dia conta para o departamento
      *                 e a situacao em que a conta terminou o dia - a
      *                 partir do cadastro (FD-DT-CADASTRO), das
      *                 inativacoes e reativacoes do AUDLOG e do CADHIST
      *                 e das transferencias do AUDLOG (TRFDEPTO,
      *                 ALTERUSER...), de modo que quem mudou no dia 15
      *                 fica dividido entre os dois departamentos. Cobra
      *                 pela tarifa por usuario-dia do TAXFILE (CADTAXA)
      *                 e grava o arquivo de desenho fixo RATEIO para o
      *                 razao da contabilidade (header, um detalhe por
      *                 departamento e trailer com os totais) e o
      *                 relatorio de apoio RATREL, periodo a periodo por
      *                 departamento, separado para os gestores pelo
      *                 SEPAREL. Departamento sem tarifa sai com valor
      *                 zero e RETURN-CODE 4 (aviso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEDEPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY AUDSEL.
           COPY HISTSEL.
           COPY CALSEL.
           COPY DPTSEL.
           COPY TAXSEL.
           COPY RSOSEL.
           COPY RSGSEL.
           COPY RTPSEL.
           COPY RATSEL.
           COPY RRLSEL.
           COPY SPDSEL.
           COPY GERSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD AUDLOG.
           COPY AUDREC.

       FD CADHIST.
           COPY HISTREC.

       FD CALFILE.
           COPY CALREC.

       FD DEPFILE.
           COPY DPTREC.

       FD TAXFILE.
           COPY TAXREC.

       SD WRKRAT.
           COPY RSOREC.

       SD WRKRSG.
           COPY RSGREC.

       FD RATTMP.
           COPY RTPREC.

       FD RATEIO.
           COPY RATREC.

       FD RATREL.
           COPY RRLREC.

       FD SEPFEED.
           COPY SPDREC.

       FD GERCTLG.
           COPY GERREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-TAXFILE                  PIC 99.
        88 FS-TAXFILE-OK                 VALUE 0.
       77 WS-FS-RATTMP                   PIC 99.
        88 FS-RATTMP-OK                  VALUE 0.
       77 WS-FS-RATEIO                   PIC 99.
        88 FS-RATEIO-OK                  VALUE 0.
       77 WS-FS-RATREL                   PIC 99.
        88 FS-RATREL-OK                  VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-EOF-ORD                     PIC X.
        88 EOF-ORD-OK                    VALUE "S" FALSE "N".
       77 WS-CAL-EOF                     PIC X.
        88 CAL-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-TAX-EOF                     PIC X.
        88 TAX-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-TEM-DEPFILE                 PIC X.
        88 TEM-DEPFILE                   VALUE "S" FALSE "N".
       77 WS-TEM-TAXFILE                 PIC X.
        88 TEM-TAXFILE                   VALUE "S" FALSE "N".
       77 WS-TEM-TARIFA                  PIC X.
        88 TEM-TARIFA                    VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP                       PIC 9(14).
       77 WS-DATA-NEGOCIO                PIC 9(08).
       77 WS-AAAAMM                      PIC 9(06).
       77 WS-INICIO-MES                  PIC 9(14).
       77 WS-ANO                         PIC 9(04).
       77 WS-MES                         PIC 9(02).
       77 WS-QUOCIENTE                   PIC 9(04).
       77 WS-RESTO-4                     PIC 9(04).
       77 WS-RESTO-100                   PIC 9(04).
       77 WS-RESTO-400                   PIC 9(04).
       77 WS-DIAS-MES                    PIC 9(02).
       77 WS-DIA                         PIC 9(02).
       77 WS-DATA-DIA                    PIC 9(08).
       77 WS-NOME-RATEIO                 PIC X(50).
       77 WS-NOME-RATREL                 PIC X(50).
       77 WS-LINHA-RAT                   PIC X(132).

      * Usuario em calculo - cadastro atual e estado dia a dia.
       77 WS-TEM-USUARIO                 PIC X.
        88 TEM-USUARIO                   VALUE "S" FALSE "N".
       77 WS-USR-CD                      PIC 9(06).
       77 WS-USR-NM                      PIC X(25).
       77 WS-USR-DT-CADASTRO             PIC 9(14).
       77 WS-USR-TEM-BASE                PIC X.
        88 USR-TEM-BASE                  VALUE "S" FALSE "N".
       77 WS-USR-ST-BASE                 PIC X(01).
       77 WS-USR-DP-BASE                 PIC X(10).
       77 WS-USR-ST                      PIC X(01).
       77 WS-USR-DP                      PIC X(10).
       77 WS-USR-ST-ACHADO               PIC X.
        88 USR-ST-ACHADO                 VALUE "S" FALSE "N".
       77 WS-USR-DP-ACHADO               PIC X.
        88 USR-DP-ACHADO                 VALUE "S" FALSE "N".
       77 WS-USR-CORTADO                 PIC X.
        88 USR-CORTADO                   VALUE "S" FALSE "N".
       77 WS-USR-DIA-INI                 PIC 9(02).
       77 WS-MOTIVO-DIA                  PIC X(13).
       77 WS-PERIODO-ABERTO              PIC X.
        88 PERIODO-ABERTO                VALUE "S" FALSE "N".
       77 WS-QTD-EVT                     PIC 9(03) COMP.
       77 WS-EVX                         PIC 9(03) COMP.

      * Departamento em impressao e totais.
       77 WS-DEPTO-ATUAL                 PIC X(10).
       77 WS-TAX-BUSCA                   PIC X(10).
       77 WS-TARIFA                      PIC 9(03)V9(04).
       77 WS-VALOR                       PIC 9(09)V99.
       77 WS-DEP-DIAS                    PIC 9(07).
       77 WS-DEP-LINHAS                  PIC 9(06).
       77 WS-TOT-DIAS                    PIC 9(09).
       77 WS-TOT-VALOR                   PIC 9(11)V99.
       77 WS-QTD-DEPTOS-RAT              PIC 9(05).
       77 WS-QTD-SEM-TARIFA              PIC 9(04).
       77 WS-QTD-USUARIOS                PIC 9(07).
       77 WS-QTD-EVENTOS                 PIC 9(07).
       77 WS-QTD-PERIODOS                PIC 9(07).
       77 WS-QTD-CORTADOS                PIC 9(05).
       77 WS-TARIFA-ED                   PIC ZZ9,9999.
       77 WS-VALOR-ED                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TOT-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIAS-ED                     PIC Z.ZZZ.ZZ9.
       77 WS-TOT-DIAS-ED                 PIC ZZZ.ZZZ.ZZ9.

       01 TAB-EVENTOS.
           03 TAB-EVENTO OCCURS 200 TIMES.
               05 EVT-DATA               PIC 9(08).
               05 EVT-TIPO               PIC X(01).
               05 EVT-ST-ANT             PIC X(01).
               05 EVT-ST-NOVO            PIC X(01).
               05 EVT-DP-ANT             PIC X(10).
               05 EVT-DP-NOVO            PIC X(10).

       01 TAB-DIAS-MES-VALORES.
           03 FILLER                     PIC X(24)
                                   VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
           03 TAB-DIAS                   PIC 9(02) OCCURS 12 TIMES.

           COPY STATWRK.

           COPY DPTVALWK.

           COPY GERWRK.

           COPY SPDWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P330-RATEAR: mainline do passo - acha o mes de negocio, junta
      * por usuario o cadastro e os eventos do mes (SORT) e grava no
      * RATTMP os periodos ativos de cada um; depois reordena os
      * periodos por departamento (SORT), imprime o RATREL e grava o
      * RATEIO com a tarifa de cada departamento.
      ******************************************************************
           P330-RATEAR.

           MOVE "RATEDEPT"          TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-USUARIOS
           MOVE ZERO                     TO WS-QTD-EVENTOS
           MOVE ZERO                     TO WS-QTD-PERIODOS
           MOVE ZERO                     TO WS-QTD-CORTADOS
           MOVE ZERO                     TO WS-QTD-DEPTOS-RAT
           MOVE ZERO                     TO WS-QTD-SEM-TARIFA
           MOVE ZERO                     TO WS-TOT-DIAS
           MOVE ZERO                     TO WS-TOT-VALOR

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO WS-STAMP
           END-STRING

           PERFORM P331-MES-NEGOCIO THRU P331-FIM
           PERFORM P332-DIAS-MES THRU P332-FIM
           PERFORM P333-NOMES THRU P333-FIM

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RATTMP
           IF NOT FS-RATTMP-OK THEN
               MOVE WS-FS-RATTMP         TO WS-FS-CODIGO
               MOVE "RATTMP"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE CADUSER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT WRKRAT ON ASCENDING KEY RSO-CD-USER RSO-DATA-HORA
                                         RSO-TIPO
               INPUT PROCEDURE P334-ENTRADA-EVENTOS THRU P334-FIM
               OUTPUT PROCEDURE P340-SAIDA-EVENTOS THRU P340-FIM

           CLOSE CADUSER
           CLOSE RATTMP

           OPEN OUTPUT RATEIO
           IF NOT FS-RATEIO-OK THEN
               MOVE WS-FS-RATEIO         TO WS-FS-CODIGO
               MOVE "RATEIO"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RATREL
           IF NOT FS-RATREL-OK THEN
               MOVE WS-FS-RATREL         TO WS-FS-CODIGO
               MOVE "RATREL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE RATEIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET TEM-DEPFILE TO FALSE
           OPEN INPUT DEPFILE
           IF FS-DEPFILE-OK THEN
               SET TEM-DEPFILE TO TRUE
           END-IF

           SET TEM-TAXFILE TO FALSE
           OPEN INPUT TAXFILE
           IF FS-TAXFILE-OK THEN
               SET TEM-TAXFILE TO TRUE
           ELSE
               DISPLAY "TABELA DE TARIFAS (TAXFILE) INDISPONIVEL, FS="
                       WS-FS-TAXFILE ", RATEIO SAI SEM VALOR"
           END-IF

           MOVE "RATREL"                 TO WS-SPD-RELATORIO
           PERFORM P988-ABRE-SEPARACAO THRU P988-FIM

           PERFORM P350-CABECALHO THRU P350-FIM

           SORT WRKRSG ON ASCENDING KEY RSG-DEPTO RSG-CD-USER
                                         RSG-DIA-INI
               USING RATTMP
               OUTPUT PROCEDURE P352-SAIDA-PERIODOS THRU P352-FIM

           PERFORM P358-RODAPE THRU P358-FIM

           CLOSE RATEIO
           CLOSE RATREL
           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM
           IF TEM-DEPFILE THEN
               CLOSE DEPFILE
           END-IF
           IF TEM-TAXFILE THEN
               CLOSE TAXFILE
           END-IF

           MOVE "RATEIO"                 TO WS-GER-ARQUIVO
           MOVE WS-NOME-RATEIO           TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           MOVE "RATREL"                 TO WS-GER-ARQUIVO
           MOVE WS-NOME-RATREL           TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           MOVE WS-TOT-VALOR             TO WS-TOT-VALOR-ED
           DISPLAY "RATEIO DO MES " WS-AAAAMM " GRAVADO EM RATEIO: "
                   WS-QTD-DEPTOS-RAT " DEPARTAMENTOS, " WS-TOT-DIAS
                   " USUARIOS-DIA, VALOR " WS-TOT-VALOR-ED
           DISPLAY "USUARIOS LIDOS: " WS-QTD-USUARIOS
                   "  EVENTOS DO MES: " WS-QTD-EVENTOS
                   "  PERIODOS ATIVOS: " WS-QTD-PERIODOS

           IF WS-QTD-SEM-TARIFA GREATER ZERO OR
              WS-QTD-CORTADOS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P330-FIM.

      ******************************************************************
      * P331-MES-NEGOCIO: o mes cobrado e o da data de negocio aberta
      * no CALFILE - a rodada do fechamento pode passar da meia-noite
      * e cair no dia 1 do mes seguinte. Sem calendario vale a data
      * do sistema.
      ******************************************************************
           P331-MES-NEGOCIO.

           MOVE WS-DATA-SISTEMA          TO WS-DATA-NEGOCIO

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               GO TO P331-SAI
           END-IF

           MOVE ZERO                     TO CAL-DATA
           SET CAL-EOF-OK TO FALSE
           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET CAL-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P339-LE-CALEN THRU P339-FIM UNTIL CAL-EOF-OK
           END-START

           CLOSE CALFILE.

       P331-SAI.
           MOVE WS-DATA-NEGOCIO(1:6)     TO WS-AAAAMM
           MOVE WS-AAAAMM(1:4)           TO WS-ANO
           MOVE WS-AAAAMM(5:2)           TO WS-MES
           COMPUTE WS-INICIO-MES = WS-AAAAMM * 100000000 + 1000000.
       P331-FIM.

           P339-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET CAL-EOF-OK TO TRUE
           NOT AT END
               IF CAL-ABERTA THEN
                   MOVE CAL-DATA         TO WS-DATA-NEGOCIO
                   SET CAL-EOF-OK TO TRUE
               END-IF
           END-READ.
       P339-FIM.

      ******************************************************************
      * P332-DIAS-MES: quantidade de dias do mes cobrado - fevereiro
      * tem 29 nos anos bissextos (divisivel por 4 e nao por 100, ou
      * divisivel por 400).
      ******************************************************************
           P332-DIAS-MES.

           MOVE TAB-DIAS (WS-MES)        TO WS-DIAS-MES

           IF WS-MES NOT EQUAL 2 THEN
               GO TO P332-FIM
           END-IF

           DIVIDE WS-ANO BY 4   GIVING WS-QUOCIENTE
                                REMAINDER WS-RESTO-4
           DIVIDE WS-ANO BY 100 GIVING WS-QUOCIENTE
                                REMAINDER WS-RESTO-100
           DIVIDE WS-ANO BY 400 GIVING WS-QUOCIENTE
                                REMAINDER WS-RESTO-400

           IF (WS-RESTO-4 EQUAL ZERO AND WS-RESTO-100 NOT EQUAL ZERO)
              OR WS-RESTO-400 EQUAL ZERO THEN
               MOVE 29                   TO WS-DIAS-MES
           END-IF.
       P332-FIM.

      ******************************************************************
      * P333-NOMES: nomes fisicos das geracoes datadas do arquivo da
      * contabilidade e do relatorio de apoio.
      ******************************************************************
           P333-NOMES.

           MOVE SPACES TO WS-NOME-RATEIO
           STRING "C:\Users\PC\Desktop\CRUD\RATEIO.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-RATEIO
           END-STRING

           MOVE SPACES TO WS-NOME-RATREL
           STRING "C:\Users\PC\Desktop\CRUD\RATREL.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-RATREL
           END-STRING.
       P333-FIM.

      ******************************************************************
      * P334-ENTRADA-EVENTOS: INPUT PROCEDURE - solta para o SORT o
      * cadastro atual de cada usuario do CADUSER e os eventos de
      * situacao e de departamento gravados desde o inicio do mes no
      * AUDLOG e no CADHIST (os posteriores ao fim do mes tambem: o
      * valor anterior deles diz como o usuario terminou o mes).
      ******************************************************************
           P334-ENTRADA-EVENTOS.

           SET EOF-OK TO FALSE
           PERFORM P335-SOLTA-CADASTRO THRU P335-FIM UNTIL EOF-OK

           OPEN INPUT AUDLOG
           IF FS-AUDLOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P336-SOLTA-AUDLOG THRU P336-FIM UNTIL EOF-OK
               CLOSE AUDLOG
           END-IF

           OPEN INPUT CADHIST
           IF FS-CADHIST-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P337-SOLTA-CADHIST THRU P337-FIM UNTIL EOF-OK
               CLOSE CADHIST
           END-IF.
       P334-FIM.

           P335-SOLTA-CADASTRO.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P335-FIM
           END-READ

           MOVE FD-CD-USER               TO RSO-CD-USER
           MOVE 99999999999999           TO RSO-DATA-HORA
           SET RSO-CADASTRO TO TRUE
           MOVE SPACES                   TO RSO-STATUS-ANT
           MOVE FD-STATUS                TO RSO-STATUS-NOVO
           MOVE SPACES                   TO RSO-DEPTO-ANT
           MOVE FD-DEPTO                 TO RSO-DEPTO-NOVO
           MOVE FD-DT-CADASTRO           TO RSO-DT-CADASTRO
           MOVE FD-NM                    TO RSO-NM
           RELEASE REG-RAT-EVENTO.
       P335-FIM.

      ******************************************************************
      * P336-SOLTA-AUDLOG: so as linhas de STATUS e de DEPTO do mes em
      * diante entram - o AUDLOG guarda o valor anterior e o novo.
      ******************************************************************
           P336-SOLTA-AUDLOG.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
               GO TO P336-FIM
           END-READ

           IF AUD-DATA-HORA LESS WS-INICIO-MES THEN
               GO TO P336-FIM
           END-IF

           MOVE AUD-CD-USER              TO RSO-CD-USER
           MOVE AUD-DATA-HORA            TO RSO-DATA-HORA
           MOVE ZERO                     TO RSO-DT-CADASTRO
           MOVE SPACES                   TO RSO-NM

           EVALUATE AUD-CAMPO
               WHEN "STATUS"
                   SET RSO-EVT-STATUS TO TRUE
                   MOVE AUD-VALOR-ANT(1:1)  TO RSO-STATUS-ANT
                   MOVE AUD-VALOR-NOVO(1:1) TO RSO-STATUS-NOVO
                   MOVE SPACES              TO RSO-DEPTO-ANT
                   MOVE SPACES              TO RSO-DEPTO-NOVO
               WHEN "DEPTO"
                   SET RSO-EVT-DEPTO TO TRUE
                   MOVE SPACES              TO RSO-STATUS-ANT
                   MOVE SPACES              TO RSO-STATUS-NOVO
                   MOVE AUD-VALOR-ANT(1:10) TO RSO-DEPTO-ANT
                   MOVE AUD-VALOR-NOVO(1:10) TO RSO-DEPTO-NOVO
               WHEN OTHER
                   GO TO P336-FIM
           END-EVALUATE

           ADD 1                         TO WS-QTD-EVENTOS
           RELEASE REG-RAT-EVENTO.
       P336-FIM.

      ******************************************************************
      * P337-SOLTA-CADHIST: inativacao arquivada do mes em diante - o
      * DELEUSER so deixa rastro aqui. O registro traz o departamento
      * da epoca, o nome e o cadastro, para o usuario que ja nao
      * estiver no CADUSER.
      ******************************************************************
           P337-SOLTA-CADHIST.

           READ CADHIST
           AT END
               SET EOF-OK TO TRUE
               GO TO P337-FIM
           END-READ

           IF HIST-DATA-HORA LESS WS-INICIO-MES THEN
               GO TO P337-FIM
           END-IF

           MOVE HIST-CD-USER             TO RSO-CD-USER
           MOVE HIST-DATA-HORA           TO RSO-DATA-HORA
           SET RSO-EVT-ARQUIVO TO TRUE
           MOVE "A"                      TO RSO-STATUS-ANT
           MOVE "I"                      TO RSO-STATUS-NOVO
           MOVE HIST-DEPTO               TO RSO-DEPTO-ANT
           MOVE HIST-DEPTO               TO RSO-DEPTO-NOVO
           MOVE HIST-DT-CADASTRO         TO RSO-DT-CADASTRO
           MOVE HIST-NM                  TO RSO-NM

           ADD 1                         TO WS-QTD-EVENTOS
           RELEASE REG-RAT-EVENTO.
       P337-FIM.

      ******************************************************************
      * P340-SAIDA-EVENTOS: OUTPUT PROCEDURE - os registros voltam por
      * usuario, em ordem de data, com o cadastro atual no fim; a
      * quebra de usuario calcula os periodos do anterior.
      ******************************************************************
           P340-SAIDA-EVENTOS.

           SET TEM-USUARIO TO FALSE

           SET EOF-ORD-OK TO FALSE
           PERFORM P341-RECEBE-EVENTO THRU P341-FIM UNTIL EOF-ORD-OK

           IF TEM-USUARIO THEN
               PERFORM P343-CALCULA-USUARIO THRU P343-FIM
           END-IF.
       P340-FIM.

           P341-RECEBE-EVENTO.

           RETURN WRKRAT
           AT END
               SET EOF-ORD-OK TO TRUE
               GO TO P341-FIM
           END-RETURN

           IF TEM-USUARIO AND RSO-CD-USER NOT EQUAL WS-USR-CD THEN
               PERFORM P343-CALCULA-USUARIO THRU P343-FIM
               SET TEM-USUARIO TO FALSE
           END-IF

           IF NOT TEM-USUARIO THEN
               PERFORM P342-NOVO-USUARIO THRU P342-FIM
           END-IF

           IF RSO-CADASTRO THEN
               SET USR-TEM-BASE TO TRUE
               MOVE RSO-NM               TO WS-USR-NM
               MOVE RSO-DT-CADASTRO      TO WS-USR-DT-CADASTRO
               MOVE RSO-STATUS-NOVO      TO WS-USR-ST-BASE
               MOVE RSO-DEPTO-NOVO       TO WS-USR-DP-BASE
               GO TO P341-FIM
           END-IF

           IF RSO-EVT-ARQUIVO THEN
               MOVE RSO-NM               TO WS-USR-NM
               MOVE RSO-DT-CADASTRO      TO WS-USR-DT-CADASTRO
           END-IF

           IF WS-QTD-EVT NOT LESS 200 THEN
               IF NOT USR-CORTADO THEN
                   DISPLAY "USUARIO " WS-USR-CD " COM MAIS DE 200"
                           " EVENTOS NO MES, OS SEGUINTES FICAM FORA"
                           " DO RATEIO"
                   ADD 1                 TO WS-QTD-CORTADOS
               END-IF
               SET USR-CORTADO TO TRUE
               GO TO P341-FIM
           END-IF

           ADD 1                         TO WS-QTD-EVT
           MOVE RSO-DATA-HORA(1:8)       TO EVT-DATA (WS-QTD-EVT)
           MOVE RSO-TIPO                 TO EVT-TIPO (WS-QTD-EVT)
           MOVE RSO-STATUS-ANT           TO EVT-ST-ANT (WS-QTD-EVT)
           MOVE RSO-STATUS-NOVO          TO EVT-ST-NOVO (WS-QTD-EVT)
           MOVE RSO-DEPTO-ANT            TO EVT-DP-ANT (WS-QTD-EVT)
           MOVE RSO-DEPTO-NOVO           TO EVT-DP-NOVO (WS-QTD-EVT).
       P341-FIM.

           P342-NOVO-USUARIO.

           SET TEM-USUARIO TO TRUE
           SET USR-TEM-BASE TO FALSE
           SET USR-CORTADO TO FALSE
           MOVE RSO-CD-USER              TO WS-USR-CD
           MOVE "(FORA DO CADUSER)"      TO WS-USR-NM
           MOVE ZERO                     TO WS-USR-DT-CADASTRO
           MOVE SPACES                   TO WS-USR-ST-BASE
           MOVE SPACES                   TO WS-USR-DP-BASE
           MOVE ZERO                     TO WS-QTD-EVT.
       P342-FIM.

      ******************************************************************
      * P343-CALCULA-USUARIO: acha a situacao e o departamento do
      * usuario no inicio do mes - o valor anterior do primeiro evento
      * de cada tipo, ou o cadastro atual quando nada mudou - e anda o
      * mes dia a dia aplicando os eventos. O dia conta para o
      * departamento quando a conta termina o dia ativa, do dia do
      * cadastro em diante; cada trecho continuo num departamento vira
      * um periodo no RATTMP.
      ******************************************************************
           P343-CALCULA-USUARIO.

           ADD 1                         TO WS-QTD-USUARIOS

           IF WS-USR-DT-CADASTRO(1:6) GREATER WS-AAAAMM THEN
               GO TO P343-FIM
           END-IF

           SET USR-ST-ACHADO TO FALSE
           SET USR-DP-ACHADO TO FALSE
           MOVE "I"                      TO WS-USR-ST
           MOVE SPACES                   TO WS-USR-DP

           PERFORM P344-ESTADO-INICIAL THRU P344-FIM
                   VARYING WS-EVX FROM 1 BY 1
                   UNTIL WS-EVX > WS-QTD-EVT

           IF NOT USR-ST-ACHADO AND USR-TEM-BASE THEN
               MOVE WS-USR-ST-BASE       TO WS-USR-ST
           END-IF
           IF NOT USR-DP-ACHADO THEN
               MOVE WS-USR-DP-BASE       TO WS-USR-DP
           END-IF

           MOVE 1                        TO WS-USR-DIA-INI
           IF WS-USR-DT-CADASTRO(1:6) EQUAL WS-AAAAMM THEN
               MOVE WS-USR-DT-CADASTRO(7:2) TO WS-USR-DIA-INI
           END-IF

           SET PERIODO-ABERTO TO FALSE
           MOVE 1                        TO WS-EVX

           PERFORM P345-DIA THRU P345-FIM
                   VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-MES

           IF PERIODO-ABERTO THEN
               MOVE "FIM DO MES"         TO RTP-SAIDA
               PERFORM P347-FECHA-PERIODO THRU P347-FIM
           END-IF.
       P343-FIM.

           P344-ESTADO-INICIAL.

           IF NOT USR-ST-ACHADO AND
              (EVT-TIPO (WS-EVX) EQUAL "S" OR
               EVT-TIPO (WS-EVX) EQUAL "H") THEN
               MOVE EVT-ST-ANT (WS-EVX)  TO WS-USR-ST
               SET USR-ST-ACHADO TO TRUE
           END-IF

           IF NOT USR-DP-ACHADO AND
              (EVT-TIPO (WS-EVX) EQUAL "D" OR
               EVT-TIPO (WS-EVX) EQUAL "H") THEN
               MOVE EVT-DP-ANT (WS-EVX)  TO WS-USR-DP
               SET USR-DP-ACHADO TO TRUE
           END-IF.
       P344-FIM.

      ******************************************************************
      * P345-DIA: aplica os eventos do dia e abre, estende ou fecha o
      * periodo ativo do usuario.
      ******************************************************************
           P345-DIA.

           COMPUTE WS-DATA-DIA = WS-AAAAMM * 100 + WS-DIA
           MOVE SPACES                   TO WS-MOTIVO-DIA

           PERFORM P346-APLICA-EVENTO THRU P346-FIM

           IF WS-USR-ST EQUAL "A" AND
              WS-DIA NOT LESS WS-USR-DIA-INI AND
              WS-USR-DP NOT EQUAL SPACES THEN
               IF PERIODO-ABERTO AND RTP-DEPTO EQUAL WS-USR-DP THEN
                   MOVE WS-DIA           TO RTP-DIA-FIM
                   ADD 1                 TO RTP-DIAS
               ELSE
                   IF PERIODO-ABERTO THEN
                       MOVE WS-MOTIVO-DIA TO RTP-SAIDA
                       PERFORM P347-FECHA-PERIODO THRU P347-FIM
                   END-IF
                   PERFORM P348-ABRE-PERIODO THRU P348-FIM
               END-IF
           ELSE
               IF PERIODO-ABERTO THEN
                   MOVE WS-MOTIVO-DIA    TO RTP-SAIDA
                   PERFORM P347-FECHA-PERIODO THRU P347-FIM
               END-IF
           END-IF.
       P345-FIM.

      ******************************************************************
      * P346-APLICA-EVENTO: aplica, em ordem, os eventos com data ate
      * o dia corrente e guarda o motivo da ultima mudanca do dia.
      ******************************************************************
           P346-APLICA-EVENTO.

           IF WS-EVX GREATER WS-QTD-EVT THEN
               GO TO P346-FIM
           END-IF
           IF EVT-DATA (WS-EVX) GREATER WS-DATA-DIA THEN
               GO TO P346-FIM
           END-IF

           EVALUATE EVT-TIPO (WS-EVX)
               WHEN "S"
                   MOVE EVT-ST-NOVO (WS-EVX) TO WS-USR-ST
                   IF WS-USR-ST EQUAL "A" THEN
                       MOVE "REATIVACAO"  TO WS-MOTIVO-DIA
                   ELSE
                       MOVE "INATIVACAO"  TO WS-MOTIVO-DIA
                   END-IF
               WHEN "D"
                   MOVE EVT-DP-NOVO (WS-EVX) TO WS-USR-DP
                   MOVE "TRANSFERENCIA"   TO WS-MOTIVO-DIA
               WHEN "H"
                   MOVE EVT-ST-NOVO (WS-EVX) TO WS-USR-ST
                   MOVE EVT-DP-NOVO (WS-EVX) TO WS-USR-DP
                   MOVE "INATIVACAO"      TO WS-MOTIVO-DIA
           END-EVALUATE

           ADD 1                         TO WS-EVX
           GO TO P346-APLICA-EVENTO.
       P346-FIM.

           P347-FECHA-PERIODO.

           WRITE REG-RAT-TMP
           ADD 1                         TO WS-QTD-PERIODOS
           SET PERIODO-ABERTO TO FALSE.
       P347-FIM.

      ******************************************************************
      * P348-ABRE-PERIODO: periodo novo a partir do dia corrente - o
      * motivo de entrada e o cadastro no proprio mes, o inicio do mes
      * ou a mudanca do dia (reativacao, transferencia).
      ******************************************************************
           P348-ABRE-PERIODO.

           MOVE SPACES                   TO REG-RAT-TMP
           MOVE WS-USR-DP                TO RTP-DEPTO
           MOVE WS-USR-CD                TO RTP-CD-USER
           MOVE WS-USR-NM                TO RTP-NM
           MOVE WS-DIA                   TO RTP-DIA-INI
           MOVE WS-DIA                   TO RTP-DIA-FIM
           MOVE 1                        TO RTP-DIAS
           MOVE SPACES                   TO RTP-SAIDA

           IF WS-DIA EQUAL WS-USR-DIA-INI AND
              WS-USR-DT-CADASTRO(1:6) EQUAL WS-AAAAMM THEN
               MOVE "CADASTRO"           TO RTP-ENTRADA
           ELSE
               IF WS-DIA EQUAL 1 THEN
                   MOVE "INICIO DO MES"  TO RTP-ENTRADA
               ELSE
                   MOVE WS-MOTIVO-DIA    TO RTP-ENTRADA
               END-IF
           END-IF

           SET PERIODO-ABERTO TO TRUE.
       P348-FIM.

      ******************************************************************
      * P350-CABECALHO: titulo e colunas do RATREL (tambem no SEPFEED,
      * para as copias por departamento) e o header do RATEIO.
      ******************************************************************
           P350-CABECALHO.

           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "RATEIO MENSAL DE CONTAS POR DEPARTAMENTO - MES "
                  DELIMITED BY SIZE
                  WS-AAAAMM              DELIMITED BY SIZE
                  " - EMISSAO "          DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                     TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "USUARIO-DIA: CADA DIA EM QUE A CONTA TERMINOU "
                  DELIMITED BY SIZE
                  "ATIVA NO DEPARTAMENTO" DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE ALL "-"                  TO WS-LINHA-RAT
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "  CODIGO NOME                       DIAS      "
                  DELIMITED BY SIZE
                  "QTD ENTRADA          SAIDA"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           SET SPD-TP-COLUNAS TO TRUE
           MOVE 1                        TO WS-SPD-SECAO
           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE SPACES                   TO REG-RATEIO
           SET RAT-HEADER TO TRUE
           MOVE WS-AAAAMM                TO RAT-AAAAMM
           MOVE WS-STAMP                 TO RAT-DT-GERACAO
           WRITE REG-RATEIO.
       P350-FIM.

      ******************************************************************
      * P352-SAIDA-PERIODOS: OUTPUT PROCEDURE - os periodos voltam por
      * departamento e usuario; a quebra de departamento fecha o
      * anterior (subtotal e detalhe do RATEIO) e abre o seguinte.
      ******************************************************************
           P352-SAIDA-PERIODOS.

           MOVE HIGH-VALUES              TO WS-DEPTO-ATUAL

           SET EOF-ORD-OK TO FALSE
           PERFORM P353-LE-PERIODO THRU P353-FIM UNTIL EOF-ORD-OK

           IF WS-DEPTO-ATUAL NOT EQUAL HIGH-VALUES THEN
               PERFORM P355-FECHA-DEPTO THRU P355-FIM
           END-IF.
       P352-FIM.

           P353-LE-PERIODO.

           RETURN WRKRSG
           AT END
               SET EOF-ORD-OK TO TRUE
           NOT AT END
               IF RSG-DEPTO NOT EQUAL WS-DEPTO-ATUAL THEN
                   IF WS-DEPTO-ATUAL NOT EQUAL HIGH-VALUES THEN
                       PERFORM P355-FECHA-DEPTO THRU P355-FIM
                   END-IF
                   PERFORM P354-ABRE-DEPTO THRU P354-FIM
               END-IF
               PERFORM P356-LINHA-PERIODO THRU P356-FIM
           END-RETURN.
       P353-FIM.

      ******************************************************************
      * P354-ABRE-DEPTO: linha do departamento com a descricao oficial
      * e a tarifa por usuario-dia em vigor no mes.
      ******************************************************************
           P354-ABRE-DEPTO.

           MOVE RSG-DEPTO                TO WS-DEPTO-ATUAL
           MOVE ZERO                     TO WS-DEP-DIAS
           MOVE ZERO                     TO WS-DEP-LINHAS

           MOVE SPACES                   TO WS-DEPTO-DESCR
           IF TEM-DEPFILE THEN
               MOVE WS-DEPTO-ATUAL       TO WS-DEPTO-VALIDAR
               PERFORM P970-VALIDA-DEPTO THRU P970-FIM
               IF NOT DEPTO-EXISTE THEN
                   MOVE "(SEM CADASTRO NO DEPFILE)" TO WS-DEPTO-DESCR
               END-IF
           END-IF

           PERFORM P357-ACHA-TARIFA THRU P357-FIM

           MOVE SPACES                   TO WS-LINHA-RAT
           WRITE REG-RATEIO-REL FROM WS-LINHA-RAT

           MOVE SPACES                   TO WS-LINHA-RAT
           IF TEM-TARIFA THEN
               MOVE WS-TARIFA            TO WS-TARIFA-ED
               STRING "DEPARTAMENTO: "   DELIMITED BY SIZE
                      WS-DEPTO-ATUAL     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-DEPTO-DESCR     DELIMITED BY SIZE
                      "   TARIFA POR USUARIO-DIA: " DELIMITED BY SIZE
                      WS-TARIFA-ED       DELIMITED BY SIZE
                      INTO WS-LINHA-RAT
               END-STRING
           ELSE
               STRING "DEPARTAMENTO: "   DELIMITED BY SIZE
                      WS-DEPTO-ATUAL     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-DEPTO-DESCR     DELIMITED BY SIZE
                      "   *** SEM TARIFA NO TAXFILE ***"
                                         DELIMITED BY SIZE
                      INTO WS-LINHA-RAT
               END-STRING
           END-IF
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 1                        TO WS-SPD-SECAO
           MOVE WS-DEPTO-ATUAL           TO WS-SPD-DEPTO
           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P354-FIM.

      ******************************************************************
      * P356-LINHA-PERIODO: um periodo ativo do usuario no
      * departamento, com os dias do mes e o que abriu e fechou o
      * periodo, para o gestor conferir.
      ******************************************************************
           P356-LINHA-PERIODO.

           ADD RSG-DIAS                  TO WS-DEP-DIAS
           ADD 1                         TO WS-DEP-LINHAS

           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "  "                   DELIMITED BY SIZE
                  RSG-CD-USER            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  RSG-NM                 DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  RSG-DIA-INI            DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  RSG-DIA-FIM            DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  RSG-DIAS               DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  RSG-ENTRADA            DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  RSG-SAIDA              DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P356-FIM.

      ******************************************************************
      * P355-FECHA-DEPTO: subtotal do departamento no RATREL e o
      * detalhe dele no RATEIO - usuarios-dia vezes a tarifa.
      ******************************************************************
           P355-FECHA-DEPTO.

           COMPUTE WS-VALOR ROUNDED = WS-DEP-DIAS * WS-TARIFA

           ADD 1                         TO WS-QTD-DEPTOS-RAT
           ADD WS-DEP-DIAS               TO WS-TOT-DIAS
           ADD WS-VALOR                  TO WS-TOT-VALOR

           MOVE WS-DEP-DIAS              TO WS-DIAS-ED
           MOVE WS-VALOR                 TO WS-VALOR-ED
           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "  TOTAL DO DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-DEP-LINHAS          DELIMITED BY SIZE
                  " PERIODOS, "          DELIMITED BY SIZE
                  WS-DIAS-ED             DELIMITED BY SIZE
                  " USUARIOS-DIA, VALOR " DELIMITED BY SIZE
                  WS-VALOR-ED            DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           MOVE WS-LINHA-RAT             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE SPACES                   TO REG-RATEIO
           SET RAT-DETALHE TO TRUE
           MOVE WS-DEPTO-ATUAL           TO RAT-DEPTO
           MOVE WS-DEPTO-DESCR           TO RAT-DESCRICAO
           MOVE WS-DEP-DIAS              TO RAT-USER-DIAS
           MOVE WS-TARIFA                TO RAT-TARIFA
           MOVE WS-VALOR                 TO RAT-VALOR
           WRITE REG-RATEIO.
       P355-FIM.

      ******************************************************************
      * P357-ACHA-TARIFA: tarifa do departamento no mes - a vigencia
      * mais recente que nao passa do mes, do proprio departamento ou,
      * na falta, da tarifa padrao (departamento em branco).
      ******************************************************************
           P357-ACHA-TARIFA.

           SET TEM-TARIFA TO FALSE
           MOVE ZERO                     TO WS-TARIFA

           IF TEM-TAXFILE THEN
               MOVE WS-DEPTO-ATUAL       TO WS-TAX-BUSCA
               PERFORM P359-LE-TARIFAS THRU P359-FIM
               IF NOT TEM-TARIFA THEN
                   MOVE SPACES           TO WS-TAX-BUSCA
                   PERFORM P359-LE-TARIFAS THRU P359-FIM
               END-IF
           END-IF

           IF NOT TEM-TARIFA THEN
               ADD 1                     TO WS-QTD-SEM-TARIFA
               DISPLAY "DEPARTAMENTO " WS-DEPTO-ATUAL
                       " SEM TARIFA NO TAXFILE, COBRADO COM VALOR ZERO"
           END-IF.
       P357-FIM.

           P359-LE-TARIFAS.

           MOVE WS-TAX-BUSCA             TO TAX-DEPTO
           MOVE ZERO                     TO TAX-VIGENCIA
           SET TAX-EOF-OK TO FALSE

           START TAXFILE KEY IS NOT LESS TAX-CHAVE
           INVALID KEY
               GO TO P359-FIM
           END-START

           PERFORM P360-LE-TARIFA THRU P360-FIM UNTIL TAX-EOF-OK.
       P359-FIM.

           P360-LE-TARIFA.

           READ TAXFILE NEXT
           AT END
               SET TAX-EOF-OK TO TRUE
           NOT AT END
               IF TAX-DEPTO NOT EQUAL WS-TAX-BUSCA OR
                  TAX-VIGENCIA GREATER WS-AAAAMM THEN
                   SET TAX-EOF-OK TO TRUE
               ELSE
                   MOVE TAX-VALOR-DIA    TO WS-TARIFA
                   SET TEM-TARIFA TO TRUE
               END-IF
           END-READ.
       P360-FIM.

      ******************************************************************
      * P358-RODAPE: total geral do RATREL e trailer do RATEIO, para a
      * contabilidade conferir o lote.
      ******************************************************************
           P358-RODAPE.

           MOVE ALL "-"                  TO WS-LINHA-RAT
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           MOVE WS-TOT-DIAS              TO WS-TOT-DIAS-ED
           MOVE WS-TOT-VALOR             TO WS-TOT-VALOR-ED
           MOVE SPACES                   TO WS-LINHA-RAT
           STRING "TOTAL GERAL: "        DELIMITED BY SIZE
                  WS-QTD-DEPTOS-RAT      DELIMITED BY SIZE
                  " DEPARTAMENTOS, "     DELIMITED BY SIZE
                  WS-TOT-DIAS-ED         DELIMITED BY SIZE
                  " USUARIOS-DIA, VALOR " DELIMITED BY SIZE
                  WS-TOT-VALOR-ED        DELIMITED BY SIZE
                  INTO WS-LINHA-RAT
           END-STRING
           MOVE WS-LINHA-RAT             TO RRL-LINHA
           WRITE REG-RATEIO-REL

           IF WS-QTD-SEM-TARIFA GREATER ZERO THEN
               MOVE SPACES               TO WS-LINHA-RAT
               STRING "ATENCAO: "        DELIMITED BY SIZE
                      WS-QTD-SEM-TARIFA  DELIMITED BY SIZE
                      " DEPARTAMENTO(S) SEM TARIFA, COBRADOS COM VALOR"
                                         DELIMITED BY SIZE
                      " ZERO - INCLUA A TARIFA PELO CADTAXA"
                                         DELIMITED BY SIZE
                      INTO WS-LINHA-RAT
               END-STRING
               MOVE WS-LINHA-RAT         TO RRL-LINHA
               WRITE REG-RATEIO-REL
           END-IF

           IF WS-QTD-CORTADOS GREATER ZERO THEN
               MOVE SPACES               TO WS-LINHA-RAT
               STRING "ATENCAO: "        DELIMITED BY SIZE
                      WS-QTD-CORTADOS    DELIMITED BY SIZE
                      " USUARIO(S) COM MAIS DE 200 EVENTOS NO MES,"
                                         DELIMITED BY SIZE
                      " RATEADOS SO PELOS 200 PRIMEIROS"
                                         DELIMITED BY SIZE
                      INTO WS-LINHA-RAT
               END-STRING
               MOVE WS-LINHA-RAT         TO RRL-LINHA
               WRITE REG-RATEIO-REL
           END-IF

           MOVE SPACES                   TO REG-RATEIO
           SET RAT-TRAILER TO TRUE
           MOVE WS-QTD-DEPTOS-RAT        TO RAT-QTD-DEPTOS
           MOVE WS-TOT-DIAS              TO RAT-TOT-USER-DIAS
           MOVE WS-TOT-VALOR             TO RAT-TOT-VALOR
           WRITE REG-RATEIO.
       P358-FIM.

           COPY DPTVAL.

           COPY SPDGRV.

           COPY GERGRV.

           COPY STATCHK.
       END PROGRAM RATEDEPT.
