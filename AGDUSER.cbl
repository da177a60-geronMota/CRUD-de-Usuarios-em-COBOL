      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/APLICACAO DAS MUDANCAS AGENDADAS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo noturno que aplica no
      *                 CADUSER as mudancas do AGDFILE (CADAGEND,
      *                 INTFHR) que vencem na data de negocio aberta no
      *                 CALFILE - ou antes dela, para nao perder a de
      *                 um feriado pulado. Alteracao e transferencia
      *                 passam pela mesma critica do MNTUSER (rotina
      *                 TRNVAL) e a inativacao tem as mesmas
      *                 consequencias do DELEUSER: AUDLOG por campo,
      *                 CADHIST, CPLHIST e totais "T" do CADCTRL.
      *                 Mudanca cujo cadastro foi alterado depois do
      *                 agendamento (FD-DT-ALTERACAO diferente da base
      *                 gravada) e recusada, para nao desfazer o que
      *                 alguem mudou nesse meio tempo. O AGDREL lista as
      *                 aplicadas, as recusadas com o motivo e as
      *                 pendentes das proximas datas. Mudanca recusada
      *                 devolve RETURN-CODE 4 (aviso no JOBCTRL, a
      *                 corrente segue).
      * 15/10/26 GERO - O arquivamento no CPLHIST leva a versao da chave
      *                 de cifra (CPH-CHAVE-VERSAO): CPF e nascimento
      *                 seguem cifrados como estao no CPLFILE.
      * 15/10/26 GERO - Cada REWRITE do REG-USER grava a imagem
      *                 antes/depois no jornal JRNUSER (rotina JRNGRV),
      *                 para o REAPUSER reaplicar em cima do ultimo
      *                 BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY AGDSEL.
           COPY CALSEL.
           COPY SEQSEL.
           COPY DPTSEL.
           COPY AUDSEL.
           COPY HISTSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY AGRSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD AGDFILE.
           COPY AGDREC.

       FD CALFILE.
           COPY CALREC.

       FD CADCTRL.
           COPY SEQREC.

       FD DEPFILE.
           COPY DPTREC.

       FD AUDLOG.
           COPY AUDREC.

       FD CADHIST.
           COPY HISTREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CPLHIST.
           COPY CPHREC.

       FD AGDREL.
           COPY AGRREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-AGDFILE                  PIC 99.
        88 FS-AGDFILE-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-FS-AGDREL                   PIC 99.
        88 FS-AGDREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CAL-EOF                     PIC X.
        88 CAL-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-TEM-DATA-ABERTA             PIC X.
        88 TEM-DATA-ABERTA               VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-TRANS-OK                    PIC X.
        88 TRANS-OK                      VALUE "S" FALSE "N".
       77 WS-MOTIVO-REJEITO              PIC X(40).
       77 WS-CNT-ARROBA                  PIC 9(02).
       77 WS-CNT-PONTO                   PIC 9(02).
       77 WS-DT-NEGOCIO                  PIC 9(08).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).
       77 WS-STAMP-BASE                  PIC 9(14).
       77 WS-AUD-CAMPO                   PIC X(10).
       77 WS-AUD-ANTIGO                  PIC X(30).
       77 WS-AUD-NOVO                    PIC X(30).
       77 WS-NOVO-NM                     PIC X(25).
       77 WS-NOVO-EMAIL                  PIC X(30).
       77 WS-NOVO-PHONE                  PIC X(12).
       77 WS-NOVO-DEPTO                  PIC X(10).
       77 WS-LINHA-AGR                   PIC X(132).
       77 WS-TITULO-SECAO                PIC X(60).
       77 WS-SITUACAO-AGR                PIC X(49).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-PAGINA                      PIC 9(04).
       77 WS-QTD-DEVIDAS                 PIC 9(03) COMP.
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-QTD-APLICADAS               PIC 9(06).
       77 WS-QTD-RECUSADAS               PIC 9(06).
       77 WS-QTD-ADIADAS                 PIC 9(06).
       77 WS-QTD-PROXIMAS                PIC 9(06).
       77 WS-QTD-REBASEADAS              PIC 9(06).

       01 TAB-DEVIDAS.
           03 TAB-AGD-ID                 PIC 9(06) OCCURS 500 TIMES.

           COPY STATWRK.

           COPY ELOWK.

           COPY DPTVALWK.

           COPY CADWRK.

           COPY TRNREC.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P801-APLICA-AGENDA: mainline - acha a data de negocio, separa
      * as mudancas pendentes que ja venceram, aplica uma a uma e
      * lista no fim as que seguem pendentes. Sem AGDFILE (nada
      * agendado ainda) o passo termina bem.
      ******************************************************************
           P801-APLICA-AGENDA.

           MOVE "AGDUSER"           TO WS-FS-PROGRAMA
           MOVE "AGDUSER"           TO WS-JRN-PROGRAMA

           MOVE ZERO                     TO WS-QTD-DEVIDAS
           MOVE ZERO                     TO WS-QTD-APLICADAS
           MOVE ZERO                     TO WS-QTD-RECUSADAS
           MOVE ZERO                     TO WS-QTD-ADIADAS
           MOVE ZERO                     TO WS-QTD-PROXIMAS
           MOVE ZERO                     TO WS-QTD-REBASEADAS
           MOVE ZERO                     TO WS-PAGINA

           PERFORM P802-DATA-NEGOCIO THRU P802-FIM

           OPEN OUTPUT AGDREL
           MOVE "MUDANCAS AGENDADAS PROCESSADAS"
                                         TO WS-TITULO-SECAO
           PERFORM P852-CABECALHO THRU P852-FIM

           OPEN I-O AGDFILE
           IF WS-FS-AGDFILE EQUAL 35 THEN
               MOVE "SEM MUDANCAS AGENDADAS (AGDFILE)" TO AGR-LINHA
               WRITE REG-AGENDA-REL
               CLOSE AGDREL
               DISPLAY "AGDUSER: SEM MUDANCAS AGENDADAS"
               GOBACK
           END-IF

           IF NOT FS-AGDFILE-OK THEN
               MOVE WS-FS-AGDFILE        TO WS-FS-CODIGO
               MOVE "AGDFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "NAO FOI POSSIVEL ABRIR O AGDFILE, FS="
                       WS-FS-AGDFILE
               MOVE 8 TO RETURN-CODE
               CLOSE AGDREL
               GOBACK
           END-IF

           OPEN I-O CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADUSER, FS="
                       WS-FS-CADUSER
               MOVE 8 TO RETURN-CODE
               CLOSE AGDFILE
               CLOSE AGDREL
               GOBACK
           END-IF

           OPEN INPUT DEPFILE
           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           END-IF
           OPEN EXTEND CADHIST
           IF WS-FS-CADHIST EQUAL 35 THEN
               OPEN OUTPUT CADHIST
           END-IF

           MOVE ZERO                     TO AGD-ID
           SET EOF-OK TO FALSE
           START AGDFILE KEY IS NOT LESS AGD-ID
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START
           PERFORM P804-SELECIONA THRU P804-FIM UNTIL EOF-OK

           PERFORM P805-APLICA THRU P805-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVIDAS

           IF WS-QTD-DEVIDAS EQUAL ZERO THEN
               MOVE SPACES TO AGR-LINHA
               MOVE "NENHUMA MUDANCA VENCENDO NESTA DATA" TO AGR-LINHA
               WRITE REG-AGENDA-REL
               ADD 1                     TO WS-LIN-PAG
           END-IF

           MOVE "MUDANCAS AGENDADAS PENDENTES PARA AS PROXIMAS DATAS"
                                         TO WS-TITULO-SECAO
           PERFORM P852-CABECALHO THRU P852-FIM

           MOVE ZERO                     TO AGD-ID
           SET EOF-OK TO FALSE
           START AGDFILE KEY IS NOT LESS AGD-ID
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START
           PERFORM P855-LE-PROXIMA THRU P855-FIM UNTIL EOF-OK

           PERFORM P856-RODAPE THRU P856-FIM

           CLOSE AGDFILE
           CLOSE CADUSER
           CLOSE DEPFILE
           CLOSE AUDLOG
           CLOSE CADHIST
           CLOSE AGDREL

           DISPLAY "AGDUSER: " WS-QTD-APLICADAS " APLICADA(S), "
                   WS-QTD-RECUSADAS " RECUSADA(S), "
                   WS-QTD-PROXIMAS " PENDENTE(S) PARA AS PROXIMAS"
                   " DATAS"

           IF WS-QTD-RECUSADAS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P801-FIM.

      ******************************************************************
      * P802-DATA-NEGOCIO: a data aberta no CALFILE, a mesma que o
      * CTLNOITE esta rodando; sem calendario vale a data do sistema.
      ******************************************************************
           P802-DATA-NEGOCIO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA          TO WS-DT-NEGOCIO
           SET TEM-DATA-ABERTA TO FALSE

           OPEN INPUT CALFILE
           IF NOT FS-CALFILE-OK THEN
               DISPLAY "AGDUSER: SEM CALENDARIO, VALE A DATA DO"
                       " SISTEMA " WS-DT-NEGOCIO
               GO TO P802-FIM
           END-IF

           MOVE ZERO                     TO CAL-DATA
           SET CAL-EOF-OK TO FALSE
           START CALFILE KEY IS NOT LESS CAL-DATA
           INVALID KEY
               SET CAL-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P803-LE-CALEN THRU P803-FIM UNTIL CAL-EOF-OK
           END-START

           CLOSE CALFILE.
       P802-FIM.

           P803-LE-CALEN.

           READ CALFILE NEXT
           AT END
               SET CAL-EOF-OK TO TRUE
           NOT AT END
               IF CAL-ABERTA THEN
                   SET TEM-DATA-ABERTA TO TRUE
                   MOVE CAL-DATA         TO WS-DT-NEGOCIO
                   SET CAL-EOF-OK TO TRUE
               END-IF
           END-READ.
       P803-FIM.

      ******************************************************************
      * P804-SELECIONA: primeira passada - guarda o numero de cada
      * mudanca pendente com data ate a de negocio. As REWRITEs da
      * aplicacao e do rebaseamento leem o AGDFILE por chave, o que
      * perderia a posicao de uma leitura sequencial; por isso a
      * aplicacao corre sobre a tabela. O que passar de 500 fica
      * pendente e entra na noite seguinte.
      ******************************************************************
           P804-SELECIONA.

           READ AGDFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P804-FIM
           END-READ

           IF NOT AGD-PENDENTE OR
              AGD-DT-EFETIVA GREATER WS-DT-NEGOCIO THEN
               GO TO P804-FIM
           END-IF

           IF WS-QTD-DEVIDAS NOT LESS 500 THEN
               ADD 1                     TO WS-QTD-ADIADAS
               GO TO P804-FIM
           END-IF

           ADD 1                         TO WS-QTD-DEVIDAS
           MOVE AGD-ID                   TO TAB-AGD-ID (WS-QTD-DEVIDAS).
       P804-FIM.

      ******************************************************************
      * P805-APLICA: rele a mudanca pelo numero (um rebaseamento pode
      * te-la regravado), confere o cadastro contra a base do
      * agendamento e despacha pelo tipo. O desfecho fica gravado na
      * propria mudanca e sai no AGDREL; a aplicada ainda rebaseia as
      * outras pendentes do mesmo usuario.
      ******************************************************************
           P805-APLICA.

           MOVE TAB-AGD-ID (WS-IDX)      TO AGD-ID
           READ AGDFILE
           KEY IS AGD-ID
           INVALID KEY
               GO TO P805-FIM
           END-READ

           IF NOT AGD-PENDENTE THEN
               GO TO P805-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-ALTERACAO
           END-STRING

           MOVE AGD-CD-USER              TO TRN-CD-USER
           SET TRANS-OK TO TRUE
           MOVE SPACES                   TO WS-MOTIVO-REJEITO

           MOVE AGD-CD-USER              TO FD-CD-USER
           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               SET TRANS-OK TO FALSE
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER"
                                         TO WS-MOTIVO-REJEITO
           END-READ
           MOVE REG-USER                 TO WS-JRN-ANTES

           IF TRANS-OK AND
              WS-DT-ALTERACAO NOT EQUAL AGD-DT-ALT-BASE THEN
               SET TRANS-OK TO FALSE
               MOVE "REGISTRO ALTERADO DEPOIS DO AGENDAMENTO"
                                         TO WS-MOTIVO-REJEITO
           END-IF

           MOVE WS-DT-ALTERACAO          TO WS-STAMP-BASE

           IF TRANS-OK THEN
               EVALUATE TRUE
                   WHEN AGD-TP-ALTERACAO
                   WHEN AGD-TP-TRANSFERENCIA
                       PERFORM P806-ALTERA THRU P806-FIM
                   WHEN AGD-TP-INATIVACAO
                       PERFORM P807-INATIVA THRU P807-FIM
                   WHEN OTHER
                       SET TRANS-OK TO FALSE
                       MOVE "TIPO DE MUDANCA DESCONHECIDO"
                                         TO WS-MOTIVO-REJEITO
               END-EVALUATE
           END-IF

           MOVE TAB-AGD-ID (WS-IDX)      TO AGD-ID
           READ AGDFILE
           KEY IS AGD-ID
           INVALID KEY
               GO TO P805-FIM
           END-READ

           MOVE WS-DT-NEGOCIO            TO AGD-DT-PROCESSO
           IF TRANS-OK THEN
               SET AGD-APLICADA TO TRUE
               MOVE SPACES               TO AGD-MOTIVO-RECUSA
               ADD 1                     TO WS-QTD-APLICADAS
           ELSE
               SET AGD-RECUSADA TO TRUE
               MOVE WS-MOTIVO-REJEITO    TO AGD-MOTIVO-RECUSA
               ADD 1                     TO WS-QTD-RECUSADAS
           END-IF

           REWRITE REG-AGENDA

           PERFORM P853-IMPRIME THRU P853-FIM

           IF TRANS-OK THEN
               PERFORM P857-REBASEIA THRU P857-FIM
           END-IF.
       P805-FIM.

      ******************************************************************
      * P806-ALTERA: alteracao de cadastro ou transferencia de
      * departamento - campo em branco na mudanca mantem o valor do
      * cadastro de hoje, e o resultado passa pela critica do MNTUSER
      * (TRNVAL) antes do REWRITE, com uma linha de AUDLOG por campo
      * que mudou. Cadastro inativado antes da data nao e alterado.
      ******************************************************************
           P806-ALTERA.

           IF WS-ST-INATIVO THEN
               SET TRANS-OK TO FALSE
               MOVE "CADASTRO INATIVO NA DATA DA MUDANCA"
                                         TO WS-MOTIVO-REJEITO
               GO TO P806-FIM
           END-IF

           MOVE WS-NM                    TO WS-NOVO-NM
           IF AGD-NM NOT EQUAL SPACES THEN
               MOVE AGD-NM               TO WS-NOVO-NM
           END-IF

           MOVE WS-EMAIL                 TO WS-NOVO-EMAIL
           IF AGD-EMAIL NOT EQUAL SPACES THEN
               MOVE AGD-EMAIL            TO WS-NOVO-EMAIL
           END-IF

           MOVE WS-PHONE                 TO WS-NOVO-PHONE
           IF AGD-PHONE NOT EQUAL SPACES THEN
               MOVE AGD-PHONE            TO WS-NOVO-PHONE
           END-IF

           MOVE WS-DEPTO                 TO WS-NOVO-DEPTO
           IF AGD-DEPTO NOT EQUAL SPACES THEN
               MOVE AGD-DEPTO            TO WS-NOVO-DEPTO
           END-IF

           PERFORM P863-VALIDA-ALTERACAO THRU P863-FIM
           IF NOT TRANS-OK THEN
               GO TO P806-FIM
           END-IF

           MOVE AGD-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               SET TRANS-OK TO FALSE
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER"
                                         TO WS-MOTIVO-REJEITO
               GO TO P806-FIM
           END-READ
           MOVE REG-USER                 TO WS-JRN-ANTES

           MOVE WS-NOVO-NM               TO FD-NM
           MOVE WS-NOVO-EMAIL            TO FD-EMAIL
           MOVE WS-NOVO-PHONE            TO FD-PHONE
           MOVE WS-NOVO-DEPTO            TO FD-DEPTO
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           IF WS-NM NOT EQUAL FD-NM THEN
               MOVE "NOME"               TO WS-AUD-CAMPO
               MOVE WS-NM                TO WS-AUD-ANTIGO
               MOVE FD-NM                TO WS-AUD-NOVO
               PERFORM P808-ESCREVE-AUDITORIA THRU P808-FIM
           END-IF

           IF WS-EMAIL NOT EQUAL FD-EMAIL THEN
               MOVE "EMAIL"              TO WS-AUD-CAMPO
               MOVE WS-EMAIL             TO WS-AUD-ANTIGO
               MOVE FD-EMAIL             TO WS-AUD-NOVO
               PERFORM P808-ESCREVE-AUDITORIA THRU P808-FIM
           END-IF

           IF WS-PHONE NOT EQUAL FD-PHONE THEN
               MOVE "PHONE"              TO WS-AUD-CAMPO
               MOVE WS-PHONE             TO WS-AUD-ANTIGO
               MOVE FD-PHONE             TO WS-AUD-NOVO
               PERFORM P808-ESCREVE-AUDITORIA THRU P808-FIM
           END-IF

           IF WS-DEPTO NOT EQUAL FD-DEPTO THEN
               MOVE "DEPTO"              TO WS-AUD-CAMPO
               MOVE WS-DEPTO             TO WS-AUD-ANTIGO
               MOVE FD-DEPTO             TO WS-AUD-NOVO
               PERFORM P808-ESCREVE-AUDITORIA THRU P808-FIM
           END-IF.
       P806-FIM.

      ******************************************************************
      * P807-INATIVA: desligamento com data - mesmas consequencias do
      * DELEUSER e do P865 do MNTUSER: STATUS "I", carimbo, auditoria,
      * CADHIST com o motivo agendado, CPLHIST e totais de controle.
      ******************************************************************
           P807-INATIVA.

           IF WS-ST-INATIVO THEN
               SET TRANS-OK TO FALSE
               MOVE "CADASTRO JA ESTA INATIVO"
                                         TO WS-MOTIVO-REJEITO
               GO TO P807-FIM
           END-IF

           SET FD-ST-INATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO       TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                      TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           MOVE "STATUS"                 TO WS-AUD-CAMPO
           MOVE "A"                      TO WS-AUD-ANTIGO
           MOVE "I"                      TO WS-AUD-NOVO
           PERFORM P808-ESCREVE-AUDITORIA THRU P808-FIM

           PERFORM P809-ARQUIVA-HIST THRU P809-FIM

           PERFORM P811-ARQUIVA-COMPL THRU P811-FIM

           PERFORM P859-TOTAL-INATIVACAO THRU P859-FIM.
       P807-FIM.

      ******************************************************************
      * P808-ESCREVE-AUDITORIA: a linha de auditoria leva quem agendou
      * a mudanca (operador e role gravados no agendamento; INTFHR e
      * BATCH para o movimento do RH), com o carimbo da aplicacao.
      ******************************************************************
           P808-ESCREVE-AUDITORIA.

           MOVE AGD-CD-USER              TO AUD-CD-USER
           MOVE WS-AUD-CAMPO             TO AUD-CAMPO
           MOVE WS-AUD-ANTIGO            TO AUD-VALOR-ANT
           MOVE WS-AUD-NOVO              TO AUD-VALOR-NOVO
           MOVE AGD-OPERADOR             TO AUD-OPERADOR
           MOVE AGD-ROLE-OP              TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT.
       P808-FIM.

      ******************************************************************
      * P809-ARQUIVA-HIST: copia o registro recem-inativado para o
      * CADHIST com o motivo agendado, como o P867 do MNTUSER.
      ******************************************************************
           P809-ARQUIVA-HIST.

           MOVE FD-CD-USER                TO HIST-CD-USER
           MOVE FD-NM                     TO HIST-NM
           MOVE FD-EMAIL                  TO HIST-EMAIL
           MOVE FD-PHONE                  TO HIST-PHONE
           MOVE FD-PASSWORD               TO HIST-PASSWORD
           MOVE FD-DT-CADASTRO            TO HIST-DT-CADASTRO
           MOVE FD-DT-ALTERACAO           TO HIST-DT-ALTERACAO
           MOVE FD-STATUS                 TO HIST-STATUS
           MOVE FD-DEPTO                  TO HIST-DEPTO
           MOVE AGD-MOTIVO                TO HIST-MOTIVO
           MOVE WS-STAMP-ALTERACAO        TO HIST-DATA-HORA

           WRITE REG-HIST.
       P809-FIM.

      ******************************************************************
      * P811-ARQUIVA-COMPL: dados complementares do usuario inativado
      * vao para o CPLHIST, como o P872 do MNTUSER.
      ******************************************************************
           P811-ARQUIVA-COMPL.

           OPEN INPUT CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               GO TO P811-FIM
           END-IF

           MOVE FD-CD-USER                TO CPL-CD-USER
           READ CPLFILE
           INVALID KEY
               CLOSE CPLFILE
               GO TO P811-FIM
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
       P811-FIM.

      ******************************************************************
      * P852-CABECALHO: cabecalho de pagina, com o titulo da secao em
      * curso (processadas hoje / pendentes para as proximas datas).
      ******************************************************************
           P852-CABECALHO.

           IF WS-PAGINA NOT EQUAL ZERO THEN
               MOVE SPACES TO AGR-LINHA
               WRITE REG-AGENDA-REL AFTER ADVANCING PAGE
           END-IF

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE SPACES TO WS-LINHA-AGR
           STRING WS-TITULO-SECAO DELIMITED BY "  "
                  " - DATA DE NEGOCIO " DELIMITED BY SIZE
                  WS-DT-NEGOCIO   DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-AGR
           END-STRING
           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL

           MOVE ALL "-" TO WS-LINHA-AGR
           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL

           MOVE SPACES TO WS-LINHA-AGR
           STRING "MUDANCA USUARIO TP VALE EM  OR OPERADOR   "
                  DELIMITED BY SIZE
                  "NOVO VALOR / MOTIVO                      "
                  DELIMITED BY SIZE
                  "SITUACAO"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-AGR
           END-STRING
           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL.
       P852-FIM.

      ******************************************************************
      * P853-IMPRIME: uma linha por mudanca - o que ela faz (o
      * departamento de destino, o motivo da inativacao ou os campos
      * alterados) e, a partir da coluna 84, o desfecho.
      ******************************************************************
           P853-IMPRIME.

           IF WS-LIN-PAG NOT LESS 50 THEN
               PERFORM P852-CABECALHO THRU P852-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-AGR
           STRING AGD-ID                 DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  AGD-CD-USER            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  AGD-TIPO               DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  AGD-DT-EFETIVA         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  AGD-ORIGEM             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  AGD-OPERADOR           DELIMITED BY SIZE
                  INTO WS-LINHA-AGR
           END-STRING

           EVALUATE TRUE
               WHEN AGD-TP-TRANSFERENCIA
                   MOVE AGD-DEPTO        TO WS-LINHA-AGR(43:)
               WHEN AGD-TP-INATIVACAO
                   MOVE AGD-MOTIVO       TO WS-LINHA-AGR(43:)
               WHEN OTHER
                   IF AGD-NM NOT EQUAL SPACES THEN
                       MOVE AGD-NM       TO WS-LINHA-AGR(43:)
                   ELSE
                   IF AGD-EMAIL NOT EQUAL SPACES THEN
                       MOVE AGD-EMAIL    TO WS-LINHA-AGR(43:)
                   ELSE
                       MOVE AGD-PHONE    TO WS-LINHA-AGR(43:)
                   END-IF
                   END-IF
           END-EVALUATE

           MOVE SPACES                   TO WS-SITUACAO-AGR
           EVALUATE TRUE
               WHEN AGD-APLICADA
                   MOVE "APLICADA"       TO WS-SITUACAO-AGR
               WHEN AGD-RECUSADA
                   STRING "RECUSADA: "   DELIMITED BY SIZE
                          AGD-MOTIVO-RECUSA DELIMITED BY SIZE
                          INTO WS-SITUACAO-AGR
                   END-STRING
               WHEN OTHER
                   MOVE "PENDENTE"       TO WS-SITUACAO-AGR
           END-EVALUATE
           MOVE WS-SITUACAO-AGR          TO WS-LINHA-AGR(84:)

           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL
           ADD 1                         TO WS-LIN-PAG.
       P853-FIM.

      ******************************************************************
      * P855-LE-PROXIMA: segunda secao do relatorio - toda mudanca que
      * continua pendente depois da aplicacao (as de datas futuras e
      * alguma que tenha ficado para a noite seguinte).
      ******************************************************************
           P855-LE-PROXIMA.

           READ AGDFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P855-FIM
           END-READ

           IF NOT AGD-PENDENTE THEN
               GO TO P855-FIM
           END-IF

           ADD 1                         TO WS-QTD-PROXIMAS
           PERFORM P853-IMPRIME THRU P853-FIM.
       P855-FIM.

      ******************************************************************
      * P856-RODAPE: totais da noite.
      ******************************************************************
           P856-RODAPE.

           MOVE ALL "-" TO WS-LINHA-AGR
           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL

           MOVE SPACES TO WS-LINHA-AGR
           STRING "APLICADAS: "          DELIMITED BY SIZE
                  WS-QTD-APLICADAS       DELIMITED BY SIZE
                  "   RECUSADAS: "       DELIMITED BY SIZE
                  WS-QTD-RECUSADAS       DELIMITED BY SIZE
                  "   PENDENTES: "       DELIMITED BY SIZE
                  WS-QTD-PROXIMAS        DELIMITED BY SIZE
                  "   REBASEADAS: "      DELIMITED BY SIZE
                  WS-QTD-REBASEADAS      DELIMITED BY SIZE
                  INTO WS-LINHA-AGR
           END-STRING
           MOVE WS-LINHA-AGR TO AGR-LINHA
           WRITE REG-AGENDA-REL

           IF WS-QTD-ADIADAS GREATER ZERO THEN
               MOVE SPACES TO WS-LINHA-AGR
               STRING "ATENCAO: "        DELIMITED BY SIZE
                      WS-QTD-ADIADAS     DELIMITED BY SIZE
                      " MUDANCA(S) VENCIDA(S) ALEM DO LIMITE DA"
                                         DELIMITED BY SIZE
                      " NOITE FICAM PARA A PROXIMA RODADA"
                                         DELIMITED BY SIZE
                      INTO WS-LINHA-AGR
               END-STRING
               MOVE WS-LINHA-AGR TO AGR-LINHA
               WRITE REG-AGENDA-REL
           END-IF.
       P856-FIM.

      ******************************************************************
      * P857-REBASEIA: a mudanca aplicada trocou o carimbo de alteracao
      * do cadastro. As outras pendentes do mesmo usuario que tinham
      * sido agendadas sobre o carimbo anterior passam para o novo -
      * uma mudanca agendada nao invalida a seguinte (ex.: transferir
      * no dia 1o e inativar no dia 30). So o que mudou por outro
      * caminho faz a recusa.
      ******************************************************************
           P857-REBASEIA.

           MOVE AGD-CD-USER              TO WS-CD-USER
           SET EOF-OK TO FALSE
           START AGDFILE KEY IS EQUAL AGD-CD-USER
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P858-LE-REBASE THRU P858-FIM UNTIL EOF-OK.
       P857-FIM.

           P858-LE-REBASE.

           READ AGDFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P858-FIM
           END-READ

           IF AGD-CD-USER NOT EQUAL WS-CD-USER THEN
               SET EOF-OK TO TRUE
               GO TO P858-FIM
           END-IF

           IF AGD-PENDENTE AND AGD-DT-ALT-BASE EQUAL WS-STAMP-BASE THEN
               MOVE WS-STAMP-ALTERACAO   TO AGD-DT-ALT-BASE
               REWRITE REG-AGENDA
               ADD 1                     TO WS-QTD-REBASEADAS
           END-IF.
       P858-FIM.

      ******************************************************************
      * P859-TOTAL-INATIVACAO: passa 1 do total de ativos para o de
      * inativos no registro "T" de CADCTRL, como o P864 do MNTUSER.
      ******************************************************************
           P859-TOTAL-INATIVACAO.

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
       P859-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY DPTVAL.

           COPY TRNVAL.

           COPY JRNGRV.
       END PROGRAM AGDUSER.
