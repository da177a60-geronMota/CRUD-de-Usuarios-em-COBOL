      *                 central, como nos demais batches - a falha das
      *                 2 da manha deixava so um DISPLAY que ninguem
      *                 viu.
      * 15/10/26 GERO - Separacao por departamento: ao lado do DORREL
      *                 grava o SEPFEED (rotina SPDGRV) com o titulo e
      *                 cada linha de aviso ou inativacao marcada com o
      *                 FD-DEPTO do usuario, para o SEPAREL emitir a
      *                 copia de cada departamento.
      * 15/10/26 GERO - Relatorio sob demanda: chamado pelo SPOOLREL
      *                 para um pedido da FILAREL (cartao PARMREL,
      *                 rotina PRMLER) o limite de dias vem do pedido, a
      *                 passada e sempre a de aviso e o SEPFEED nao e
      *                 gravado; o SYSIN passou para o P940.
      * 15/10/26 GERO - O arquivamento no CPLHIST leva a versao da chave
      *                 de cifra (CPH-CHAVE-VERSAO): CPF e nascimento
      *                 seguem cifrados como estao no CPLFILE.
      * 15/10/26 GERO - A inativacao automatica grava a imagem
      *                 antes/depois do REG-USER no jornal de
      *                 recuperacao JRNUSER (rotina JRNGRV), para o
      *                 REAPUSER reaplicar em cima do ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      * 15/10/26 GERO - A data de atividade considera tambem a ultima
      *                 entrada aceita do usuario no VALIDUSER (ULTFILE,
      *                 gravado pela rotina LGNGRV) quando mais nova que
      *                 a ultima alteracao do cadastro; a linha do
      *                 DORREL mostra a data da ultima entrada ou que
      *                 nao ha entrada registrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMUSER.
           COPY SEQSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY SPDSEL.
           COPY PRMSEL.
           COPY JRNSEL.
           COPY ULTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CPLHIST.
           COPY CPHREC.

       FD SEPFEED.
           COPY SPDREC.

       FD PARMREL.
           COPY PRMREC.

       FD JRNUSER.
           COPY JRNREC.

       FD ULTFILE.
           COPY ULTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-FS-ULTFILE                  PIC 99.
        88 FS-ULTFILE-OK                 VALUE 0.
       77 WS-TEM-ULTFILE                 PIC X.
        88 TEM-ULTFILE                   VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).
       77 WS-DATA-ATIVIDADE              PIC 9(08).
       77 WS-DATA-ENTRADA                PIC 9(08).
       77 WS-TEXTO-ENTRADA               PIC X(30).
       77 WS-DIAS-PARADO                 PIC 9(08).
       77 WS-LINHA-DOR                   PIC X(132).
       77 WS-QTD-AVISADOS                PIC 9(06).

           COPY STATWRK.

           COPY ELOWK.

           COPY CADWRK.

           COPY SPDWK.

           COPY PRMWK.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P930-DORMENTES: mainline do job - pede o limite de dias e o
      * modo (aviso ou efetivacao), varre o CADUSER e trata cada
      * usuario ativo dormente conforme o modo. Pedido sob demanda
      * (SPOOLREL) traz o limite de dias no cartao PARMREL e roda
      * sempre so a passada de aviso, sem SEPFEED.
      ******************************************************************
           P930-DORMENTES.

           MOVE "DORMUSER"          TO WS-FS-PROGRAMA
           MOVE "DORMUSER"          TO WS-JRN-PROGRAMA

           MOVE ZERO TO WS-QTD-AVISADOS
           MOVE ZERO TO WS-QTD-INATIVADOS
           END-STRING

           MOVE ZERO TO WS-DIAS-LIMITE
           PERFORM P985-LE-PARAMETRO THRU P985-FIM
           IF PRM-SOB-DEMANDA THEN
               MOVE WS-PRM-DIAS          TO WS-DIAS-LIMITE
               MOVE "A"                  TO WS-MODO
           ELSE
               PERFORM P940-PEDE-PARAMETROS THRU P940-FIM
           END-IF
           IF WS-DIAS-LIMITE EQUAL ZERO THEN
               MOVE 180 TO WS-DIAS-LIMITE
           END-IF

           OPEN I-O CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               OPEN I-O AVIFILE
           END-IF

           SET TEM-ULTFILE TO FALSE
           OPEN INPUT ULTFILE
           IF FS-ULTFILE-OK THEN
               SET TEM-ULTFILE TO TRUE
           END-IF

           OPEN OUTPUT DORREL

           IF NOT PRM-SOB-DEMANDA THEN
               MOVE "DORREL"            TO WS-SPD-RELATORIO
               PERFORM P988-ABRE-SEPARACAO THRU P988-FIM
           END-IF

           IF MODO-EFETIVA THEN
               PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
               OPEN EXTEND AUDLOG
               IF WS-FS-AUDLOG EQUAL 35 THEN
                   OPEN OUTPUT AUDLOG
           PERFORM P938-RODAPE THRU P938-FIM

           CLOSE DORREL
           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM
           CLOSE AVIFILE
           CLOSE CADUSER
           IF TEM-ULTFILE THEN
               CLOSE ULTFILE
           END-IF
           IF MODO-EFETIVA THEN
               CLOSE AUDLOG
               CLOSE CADHIST
           MOVE WS-LINHA-DOR TO DOR-LINHA
           WRITE REG-DORM-REL

           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                    TO WS-SPD-SECAO
           MOVE SPACES                  TO WS-SPD-DEPTO
           MOVE WS-LINHA-DOR            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE ALL "-" TO WS-LINHA-DOR
           MOVE WS-LINHA-DOR TO DOR-LINHA
           WRITE REG-DORM-REL.
      ******************************************************************
      * P932-LER-CADUSER: um usuario por vez - so os ativos entram na
      * avaliacao de dormencia; a data de atividade e a da ultima
      * alteracao, ou a do cadastro quando nunca houve alteracao, ou
      * a da ultima entrada pelo VALIDUSER (ULTFILE) quando mais nova.
      ******************************************************************
           P932-LER-CADUSER.

                       MOVE FD-DT-CADASTRO(1:8)  TO WS-DATA-ATIVIDADE
                   END-IF

                   PERFORM P941-ULTIMA-ENTRADA THRU P941-FIM
                   IF WS-DATA-ENTRADA GREATER WS-DATA-ATIVIDADE THEN
                       MOVE WS-DATA-ENTRADA      TO WS-DATA-ATIVIDADE
                   END-IF

                   COMPUTE WS-DIAS-PARADO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-ATIVIDADE)
                  " SEM MOVIMENTO HA " DELIMITED BY SIZE
                  WS-DIAS-PARADO       DELIMITED BY SIZE
                  " DIAS"              DELIMITED BY SIZE
                  WS-TEXTO-ENTRADA     DELIMITED BY SIZE
                  INTO WS-LINHA-DOR
           END-STRING
           MOVE WS-LINHA-DOR TO DOR-LINHA
           WRITE REG-DORM-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 1                       TO WS-SPD-SECAO
           MOVE FD-DEPTO                TO WS-SPD-DEPTO
           MOVE WS-LINHA-DOR            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE FD-CD-USER              TO AVI-CD-USER
           READ AVIFILE
           INVALID KEY

           ADD 1 TO WS-QTD-INATIVADOS

           MOVE REG-USER                TO WS-JRN-ANTES
           SET FD-ST-INATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO      TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                     TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           MOVE FD-CD-USER              TO AUD-CD-USER
           MOVE "STATUS"                TO AUD-CAMPO
           MOVE "DORMUSER"              TO AUD-OPERADOR
           MOVE "BATCH"                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO      TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           MOVE FD-CD-USER              TO HIST-CD-USER
                  " SEM MOVIMENTO HA " DELIMITED BY SIZE
                  WS-DIAS-PARADO       DELIMITED BY SIZE
                  " DIAS"              DELIMITED BY SIZE
                  WS-TEXTO-ENTRADA     DELIMITED BY SIZE
                  INTO WS-LINHA-DOR
           END-STRING
           MOVE WS-LINHA-DOR TO DOR-LINHA
           WRITE REG-DORM-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 1                       TO WS-SPD-SECAO
           MOVE FD-DEPTO                TO WS-SPD-DEPTO
           MOVE WS-LINHA-DOR            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P935-FIM.

      ******************************************************************
           MOVE CPL-CEP                   TO CPH-CEP
           MOVE CPL-CPF                   TO CPH-CPF
           MOVE CPL-DT-NASCIMENTO         TO CPH-DT-NASCIMENTO
           MOVE CPL-CHAVE-VERSAO          TO CPH-CHAVE-VERSAO
           MOVE WS-STAMP-ALTERACAO        TO CPH-DATA-HORA

           WRITE REG-COMPL-HIST
           END-READ.
       P937-FIM.

      ******************************************************************
      * P941-ULTIMA-ENTRADA: data da ultima entrada aceita do usuario
      * no ULTFILE (zero quando nunca entrou ou sem o arquivo) e o
      * texto que acompanha a linha do relatorio.
      ******************************************************************
           P941-ULTIMA-ENTRADA.

           MOVE ZERO                    TO WS-DATA-ENTRADA
           MOVE " SEM ENTRADA REGISTRADA" TO WS-TEXTO-ENTRADA

           IF NOT TEM-ULTFILE THEN
               GO TO P941-FIM
           END-IF

           MOVE FD-CD-USER              TO ULT-CD-USER
           READ ULTFILE
           INVALID KEY
               GO TO P941-FIM
           END-READ

           MOVE ULT-DT-ENTRADA(1:8)     TO WS-DATA-ENTRADA
           MOVE SPACES                  TO WS-TEXTO-ENTRADA
           STRING " ULTIMA ENTRADA "    DELIMITED BY SIZE
                  WS-DATA-ENTRADA       DELIMITED BY SIZE
                  INTO WS-TEXTO-ENTRADA
           END-STRING.
       P941-FIM.

           P938-RODAPE.

           MOVE ALL "-" TO WS-LINHA-DOR
           MOVE WS-LINHA-DOR TO DOR-LINHA
           WRITE REG-DORM-REL.
       P938-FIM.

      ******************************************************************
      * P940-PEDE-PARAMETROS: rodada pela operacao - o limite de dias e
      * o modo vem do SYSIN.
      ******************************************************************
           P940-PEDE-PARAMETROS.

           DISPLAY "DIAS SEM MOVIMENTO PARA DORMENCIA (ENTER = 180)"
           ACCEPT WS-DIAS-LIMITE

           DISPLAY "MODO: <A> SO AVISAR  <E> INATIVAR OS JA AVISADOS"
           ACCEPT WS-MODO
           IF NOT MODO-AVISO AND NOT MODO-EFETIVA THEN
               DISPLAY "MODO INVALIDO, ASSUMIDO <A> AVISO"
               MOVE "A" TO WS-MODO
           END-IF.
       P940-FIM.
           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY SPDGRV.

           COPY PRMLER.

           COPY JRNGRV.
       END PROGRAM DORMUSER.
