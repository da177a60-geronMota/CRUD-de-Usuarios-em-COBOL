      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/MUDANCAS AGENDADAS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: agendamento de mudancas de
      *                 cadastro para uma data de negocio futura no
      *                 AGDFILE - alteracao de NOME/EMAIL/PHONE,
      *                 transferencia de departamento e inativacao. O
      *                 RH avisa no dia 10 que alguem muda de
      *                 departamento ou sai no dia 1o, e ate aqui era
      *                 preciso lembrar de digitar no ALTERUSER,
      *                 TRFDEPTO ou DELEUSER no dia certo. A mudanca
      *                 guarda o carimbo de alteracao do cadastro no
      *                 agendamento; o AGDUSER aplica na corrente da
      *                 noite da data e recusa a que encontrar o
      *                 cadastro alterado nesse meio tempo. O numero
      *                 vem da sequencia "A" do CADCTRL (rotina AGDGRV).
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0500).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAGEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY AGDSEL.
           COPY DPTSEL.
           COPY SEQSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD AGDFILE.
           COPY AGDREC.

       FD DEPFILE.
           COPY DPTREC.

       FD CADCTRL.
           COPY SEQREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-AGDFILE                  PIC 99.
        88 FS-AGDFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-USUARIO-OK                  PIC X.
        88 USUARIO-OK                    VALUE "S" FALSE "N".
       77 WS-DATA-OK                     PIC X.
        88 DATA-OK                       VALUE "S" FALSE "N".
       77 WS-DT-EFETIVA                  PIC 9(08).
       77 WS-AGD-NM                      PIC X(25).
       77 WS-AGD-EMAIL                   PIC X(30).
       77 WS-AGD-PHONE                   PIC X(12).
       77 WS-AGD-DEPTO                   PIC X(10).
       77 WS-AGD-MOTIVO                  PIC X(40).
       77 WS-AGD-TIPO-DESCR              PIC X(15).
       77 WS-CNT-ARROBA                  PIC 9(02).
       77 WS-CNT-PONTO                   PIC 9(02).
       77 WS-QTD-MUDANCAS                PIC 9(04).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

           COPY DPTVALWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY AGDWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P321-MUDANCAS-AGENDADAS: mainline - agendar mudanca de cadastro
      * exige a permissao de ALTERAR da matriz do operador logado (a
      * inativacao exige tambem a de EXCLUIR, como no DELEUSER). Abre
      * (ou cria) o AGDFILE, o CADUSER e o DEPFILE e repete o menu ate
      * finalizar.
      ******************************************************************
           P321-MUDANCAS-AGENDADAS.

           MOVE "CADAGEND"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-ALTERAR THEN
               MOVE 0501                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA ALTERAR: &" TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O AGDFILE
           IF WS-FS-AGDFILE EQUAL 35 THEN
               OPEN OUTPUT AGDFILE
               CLOSE AGDFILE
               OPEN I-O AGDFILE
           END-IF

           MOVE WS-FS-AGDFILE            TO WS-FS-CODIGO
           MOVE "AGDFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER            TO WS-FS-CODIGO
           MOVE "CADUSER"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           OPEN INPUT DEPFILE

           IF FS-AGDFILE-OK AND FS-CADUSER-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P322-MENU THRU P322-FIM UNTIL FIM-OK
           END-IF

           CLOSE AGDFILE
           CLOSE CADUSER
           CLOSE DEPFILE
           GOBACK.
       P321-FIM.

           P322-MENU.

           DISPLAY "==================================================="
           MOVE 0502                     TO WS-MSG-NUMERO
           MOVE "MUDANCAS AGENDADAS DE CADASTRO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0503                     TO WS-MSG-NUMERO
           MOVE "<1> AGENDAR ALTERACAO DE CADASTRO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0504                     TO WS-MSG-NUMERO
           MOVE "<2> AGENDAR TRANSFERENCIA DE DEPARTAMENTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF OPL-PODE-EXCLUIR THEN
               MOVE 0505                 TO WS-MSG-NUMERO
               MOVE "<3> AGENDAR INATIVACAO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 0506                     TO WS-MSG-NUMERO
           MOVE "<4> CONSULTAR MUDANCAS DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0507                     TO WS-MSG-NUMERO
           MOVE "<5> CANCELAR MUDANCA PENDENTE" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0508                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P326-AGENDA-ALTERACAO THRU P326-FIM
               WHEN "2"
                   PERFORM P327-AGENDA-TRANSFERENCIA THRU P327-FIM
               WHEN "3"
                   IF OPL-PODE-EXCLUIR THEN
                       PERFORM P328-AGENDA-INATIVACAO THRU P328-FIM
                   ELSE
                       MOVE 0509         TO WS-MSG-NUMERO
                       MOVE "ROLE SEM PERMISSAO PARA EXCLUIR: &"
                                         TO WS-MSG-TEXTO
                       MOVE OPL-ROLE     TO WS-MSG-PARAM (1)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "4"
                   PERFORM P329-CONSULTAR THRU P329-FIM
               WHEN "5"
                   PERFORM P333-CANCELAR THRU P333-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 0510             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P322-FIM.

      ******************************************************************
      * P323-PEDE-USUARIO: pede o CD-USER, le o cadastro para o mirror
      * CAD-USER e confere o escopo do operador pelo departamento -
      * USUARIO-OK liga quando a mudanca pode ser agendada ou vista.
      ******************************************************************
           P323-PEDE-USUARIO.

           SET USUARIO-OK TO FALSE

           MOVE 0511                     TO WS-MSG-NUMERO
           MOVE "CODIGO DO USUARIO"      TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           MOVE WS-CD-USER               TO FD-CD-USER
           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0512                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P323-FIM
           END-READ

           MOVE WS-DEPTO                 TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P323-FIM
           END-IF

           SET USUARIO-OK TO TRUE

           DISPLAY "---------------------------------------------------"
           MOVE 0513                     TO WS-MSG-NUMERO
           MOVE "USUARIO     : & &"      TO WS-MSG-TEXTO
           MOVE WS-CD-USER               TO WS-MSG-PARAM (1)
           MOVE WS-NM                    TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0514                     TO WS-MSG-NUMERO
           MOVE "EMAIL       : &"        TO WS-MSG-TEXTO
           MOVE WS-EMAIL                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0515                     TO WS-MSG-NUMERO
           MOVE "PHONE       : &"        TO WS-MSG-TEXTO
           MOVE WS-PHONE                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0516                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO: &   STATUS: &" TO WS-MSG-TEXTO
           MOVE WS-DEPTO                 TO WS-MSG-PARAM (1)
           MOVE WS-STATUS                TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P323-FIM.

      ******************************************************************
      * P324-PEDE-DATA: a data de negocio em que a mudanca passa a
      * valer - precisa ser uma data valida e posterior a hoje (a
      * mudanca para hoje se faz direto no ALTERUSER, TRFDEPTO ou
      * DELEUSER). Data que cair num feriado do CALFILE e aplicada na
      * primeira data aberta depois dela.
      ******************************************************************
           P324-PEDE-DATA.

           SET DATA-OK TO FALSE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE 0517                     TO WS-MSG-NUMERO
           MOVE "DATA EM QUE A MUDANCA PASSA A VALER (AAAAMMDD)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE ZERO                     TO WS-DT-EFETIVA
           ACCEPT WS-DT-EFETIVA

           IF WS-DT-EFETIVA NOT GREATER WS-DATA-SISTEMA OR
              WS-DT-EFETIVA(5:2) LESS "01" OR
              WS-DT-EFETIVA(5:2) GREATER "12" OR
              WS-DT-EFETIVA(7:2) LESS "01" OR
              WS-DT-EFETIVA(7:2) GREATER "31" THEN
               MOVE 0518                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DATA INVALIDA OU NAO POSTERIOR A HOJE, NADA FOI "
                      "AGENDADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P324-FIM
           END-IF

           SET DATA-OK TO TRUE.
       P324-FIM.

      ******************************************************************
      * P326-AGENDA-ALTERACAO: NOME, EMAIL e PHONE novos; ENTER deixa o
      * campo em branco na mudanca, o que mantem o valor que o
      * cadastro tiver na data. EMAIL e PHONE sao os campos sensiveis
      * do maker-checker do ALTERUSER: so GESTOR e MASTER os agendam.
      * A critica completa (duplicidade inclusive) e refeita pelo
      * AGDUSER na data, contra o cadastro daquele dia.
      ******************************************************************
           P326-AGENDA-ALTERACAO.

           PERFORM P323-PEDE-USUARIO THRU P323-FIM
           IF NOT USUARIO-OK THEN
               GO TO P326-FIM
           END-IF

           IF WS-ST-INATIVO THEN
               MOVE 0519                 TO WS-MSG-NUMERO
               MOVE "CADASTRO INATIVO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P326-FIM
           END-IF

           PERFORM P324-PEDE-DATA THRU P324-FIM
           IF NOT DATA-OK THEN
               GO TO P326-FIM
           END-IF

           MOVE 0520                     TO WS-MSG-NUMERO
           MOVE "NOVOS VALORES (ENTER MANTEM O VALOR DO CADASTRO)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE 0521                     TO WS-MSG-NUMERO
           MOVE "NOVO NOME:"             TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-AGD-NM
           ACCEPT WS-AGD-NM

           MOVE SPACES                   TO WS-AGD-EMAIL
           MOVE SPACES                   TO WS-AGD-PHONE

           IF OPL-ROLE EQUAL "GESTOR" OR OPL-ROLE EQUAL "MASTER" THEN
               MOVE 0522                 TO WS-MSG-NUMERO
               MOVE "NOVO EMAIL:"        TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-AGD-EMAIL
               MOVE 0523                 TO WS-MSG-NUMERO
               MOVE "NOVO PHONE:"        TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-AGD-PHONE
           ELSE
               MOVE 0524                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "EMAIL E PHONE SO SAO AGENDADOS POR GESTOR OU "
                      "MASTER - USE O ALTERUSER (APROVACAO)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           IF WS-AGD-NM EQUAL SPACES AND WS-AGD-EMAIL EQUAL SPACES
                                     AND WS-AGD-PHONE EQUAL SPACES THEN
               MOVE 0525                 TO WS-MSG-NUMERO
               MOVE "NENHUM CAMPO INFORMADO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P326-FIM
           END-IF

           IF WS-AGD-EMAIL NOT EQUAL SPACES THEN
               MOVE ZERO                 TO WS-CNT-ARROBA
               MOVE ZERO                 TO WS-CNT-PONTO
               INSPECT WS-AGD-EMAIL TALLYING WS-CNT-ARROBA FOR ALL "@"
               INSPECT WS-AGD-EMAIL TALLYING WS-CNT-PONTO  FOR ALL "."
               IF WS-CNT-ARROBA EQUAL ZERO OR
                  WS-CNT-PONTO EQUAL ZERO THEN
                   MOVE 0526             TO WS-MSG-NUMERO
                   MOVE "EMAIL INVALIDO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P326-FIM
               END-IF
           END-IF

           IF WS-AGD-PHONE NOT EQUAL SPACES THEN
               IF WS-AGD-PHONE IS NOT NUMERIC OR
                  WS-AGD-PHONE EQUAL ZERO THEN
                   MOVE 0527             TO WS-MSG-NUMERO
                   MOVE "PHONE INVALIDO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P326-FIM
               END-IF
           END-IF

           SET AGD-TP-ALTERACAO TO TRUE
           MOVE WS-AGD-NM                TO AGD-NM
           MOVE WS-AGD-EMAIL             TO AGD-EMAIL
           MOVE WS-AGD-PHONE             TO AGD-PHONE
           MOVE SPACES                   TO AGD-DEPTO
           MOVE SPACES                   TO AGD-MOTIVO

           PERFORM P331-GRAVA THRU P331-FIM.
       P326-FIM.

      ******************************************************************
      * P327-AGENDA-TRANSFERENCIA: o departamento de destino precisa
      * existir ativo no DEPFILE (DPTVAL) e estar no escopo do
      * operador, como no ALTERUSER. A transferencia de um
      * departamento inteiro continua sendo feita na hora pelo
      * TRFDEPTO.
      ******************************************************************
           P327-AGENDA-TRANSFERENCIA.

           PERFORM P323-PEDE-USUARIO THRU P323-FIM
           IF NOT USUARIO-OK THEN
               GO TO P327-FIM
           END-IF

           IF WS-ST-INATIVO THEN
               MOVE 0519                 TO WS-MSG-NUMERO
               MOVE "CADASTRO INATIVO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P327-FIM
           END-IF

           PERFORM P324-PEDE-DATA THRU P324-FIM
           IF NOT DATA-OK THEN
               GO TO P327-FIM
           END-IF

           MOVE 0528                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO DE DESTINO:" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-AGD-DEPTO
           ACCEPT WS-AGD-DEPTO

           IF WS-AGD-DEPTO EQUAL SPACES OR
              WS-AGD-DEPTO EQUAL WS-DEPTO THEN
               MOVE 0529                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPARTAMENTO DE DESTINO IGUAL AO ATUAL OU EM "
                      "BRANCO, NADA FOI AGENDADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P327-FIM
           END-IF

           MOVE WS-AGD-DEPTO             TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM
           IF NOT DEPTO-VALIDO THEN
               MOVE 0530                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPARTAMENTO NAO CADASTRADO NO DEPFILE, NADA FOI"
                      " AGENDADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P327-FIM
           END-IF

           MOVE WS-AGD-DEPTO             TO WS-ESC-DEPTO
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               MOVE 0531                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPARTAMENTO FORA DO ESCOPO DO OPERADOR, NADA "
                      "FOI AGENDADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P327-FIM
           END-IF

           SET AGD-TP-TRANSFERENCIA TO TRUE
           MOVE SPACES                   TO AGD-NM
           MOVE SPACES                   TO AGD-EMAIL
           MOVE SPACES                   TO AGD-PHONE
           MOVE WS-AGD-DEPTO             TO AGD-DEPTO
           MOVE SPACES                   TO AGD-MOTIVO

           PERFORM P331-GRAVA THRU P331-FIM.
       P327-FIM.

      ******************************************************************
      * P328-AGENDA-INATIVACAO: desligamento com data - o motivo e
      * obrigatorio, como no DELEUSER, e vai para o CADHIST quando o
      * AGDUSER aplicar.
      ******************************************************************
           P328-AGENDA-INATIVACAO.

           PERFORM P323-PEDE-USUARIO THRU P323-FIM
           IF NOT USUARIO-OK THEN
               GO TO P328-FIM
           END-IF

           IF WS-ST-INATIVO THEN
               MOVE 0532                 TO WS-MSG-NUMERO
               MOVE "CADASTRO JA ESTA INATIVO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P328-FIM
           END-IF

           PERFORM P324-PEDE-DATA THRU P324-FIM
           IF NOT DATA-OK THEN
               GO TO P328-FIM
           END-IF

           MOVE 0533                     TO WS-MSG-NUMERO
           MOVE "MOTIVO DA INATIVACAO:"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-AGD-MOTIVO
           ACCEPT WS-AGD-MOTIVO
           IF WS-AGD-MOTIVO EQUAL SPACES THEN
               MOVE 0534                 TO WS-MSG-NUMERO
               MOVE "MOTIVO OBRIGATORIO, NADA FOI AGENDADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P328-FIM
           END-IF

           SET AGD-TP-INATIVACAO TO TRUE
           MOVE SPACES                   TO AGD-NM
           MOVE SPACES                   TO AGD-EMAIL
           MOVE SPACES                   TO AGD-PHONE
           MOVE SPACES                   TO AGD-DEPTO
           MOVE WS-AGD-MOTIVO            TO AGD-MOTIVO

           PERFORM P331-GRAVA THRU P331-FIM.
       P328-FIM.

      ******************************************************************
      * P331-GRAVA: completa a mudanca com o usuario, a data, a origem
      * tela, o operador e o carimbo de alteracao do cadastro lido
      * agora (a base que o AGDUSER confere na data), confirma com o
      * operador e grava pela rotina AGDGRV.
      ******************************************************************
           P331-GRAVA.

           MOVE WS-CD-USER               TO AGD-CD-USER
           MOVE WS-DT-EFETIVA            TO AGD-DT-EFETIVA
           SET AGD-ORIG-TELA TO TRUE
           MOVE OPL-OPERADOR             TO AGD-OPERADOR
           MOVE OPL-ROLE                 TO AGD-ROLE-OP
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO AGD-DATA-HORA
           END-STRING
           MOVE WS-DT-ALTERACAO          TO AGD-DT-ALT-BASE

           PERFORM P336-DESCREVE-TIPO THRU P336-FIM

           MOVE 0535                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA & DO USUARIO & EM &? <S/N>" TO WS-MSG-TEXTO
           MOVE WS-AGD-TIPO-DESCR        TO WS-MSG-PARAM (1)
           MOVE AGD-CD-USER              TO WS-MSG-PARAM (2)
           MOVE AGD-DT-EFETIVA           TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               MOVE 0536                 TO WS-MSG-NUMERO
               MOVE "NADA FOI AGENDADO"  TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P331-FIM
           END-IF

           PERFORM P986-GRAVA-AGENDA THRU P986-FIM

           IF AGENDA-GRAVADA THEN
               MOVE 0537                 TO WS-MSG-NUMERO
               MOVE "MUDANCA & AGENDADA PARA &" TO WS-MSG-TEXTO
               MOVE AGD-ID               TO WS-MSG-PARAM (1)
               MOVE AGD-DT-EFETIVA       TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P331-FIM.

      ******************************************************************
      * P329-CONSULTAR: todas as mudancas de um usuario (pendentes e
      * ja processadas), pela chave alternada CD-USER.
      ******************************************************************
           P329-CONSULTAR.

           PERFORM P323-PEDE-USUARIO THRU P323-FIM
           IF NOT USUARIO-OK THEN
               GO TO P329-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-MUDANCAS

           MOVE WS-CD-USER               TO AGD-CD-USER
           SET EOF-OK TO FALSE
           START AGDFILE KEY IS EQUAL AGD-CD-USER
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P332-LER-MUDANCA THRU P332-FIM UNTIL EOF-OK

           MOVE 0538                     TO WS-MSG-NUMERO
           MOVE "MUDANCAS DO USUARIO: &" TO WS-MSG-TEXTO
           MOVE WS-QTD-MUDANCAS          TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P329-FIM.

           P332-LER-MUDANCA.

           READ AGDFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P332-FIM
           END-READ

           IF AGD-CD-USER NOT EQUAL WS-CD-USER THEN
               SET EOF-OK TO TRUE
               GO TO P332-FIM
           END-IF

           ADD 1                         TO WS-QTD-MUDANCAS
           PERFORM P334-EXIBE-MUDANCA THRU P334-FIM.
       P332-FIM.

      ******************************************************************
      * P333-CANCELAR: mudanca ainda pendente pode ser cancelada pelo
      * numero; fica no AGDFILE com a situacao "C" e quem cancelou.
      ******************************************************************
           P333-CANCELAR.

           MOVE 0539                     TO WS-MSG-NUMERO
           MOVE "NUMERO DA MUDANCA"      TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE ZERO                     TO WS-AGD-ID
           ACCEPT WS-AGD-ID

           MOVE WS-AGD-ID                TO AGD-ID
           READ AGDFILE
           KEY IS AGD-ID
           INVALID KEY
               MOVE 0540                 TO WS-MSG-NUMERO
               MOVE "MUDANCA NAO ENCONTRADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P333-FIM
           END-READ

           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE AGD-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FD-DEPTO             TO WS-ESC-DEPTO
           END-READ

           MOVE AGD-CD-USER              TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P333-FIM
           END-IF

           PERFORM P334-EXIBE-MUDANCA THRU P334-FIM

           IF NOT AGD-PENDENTE THEN
               MOVE 0541                 TO WS-MSG-NUMERO
               MOVE "MUDANCA JA PROCESSADA, NADA FOI CANCELADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P333-FIM
           END-IF

           MOVE 0542                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA O CANCELAMENTO? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               MOVE 0543                 TO WS-MSG-NUMERO
               MOVE "NADA FOI CANCELADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P333-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           SET AGD-CANCELADA TO TRUE
           MOVE WS-DATA-SISTEMA          TO AGD-DT-PROCESSO
           MOVE SPACES                   TO AGD-MOTIVO-RECUSA
           STRING "CANCELADA POR "       DELIMITED BY SIZE
                  OPL-OPERADOR           DELIMITED BY SIZE
                  INTO AGD-MOTIVO-RECUSA
           END-STRING

           REWRITE REG-AGENDA
           INVALID KEY
               MOVE 0544                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR A MUDANCA, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-AGDFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P333-FIM
           END-REWRITE

           MOVE 0545                     TO WS-MSG-NUMERO
           MOVE "MUDANCA & CANCELADA"    TO WS-MSG-TEXTO
           MOVE AGD-ID                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P333-FIM.

           P334-EXIBE-MUDANCA.

           PERFORM P336-DESCREVE-TIPO THRU P336-FIM

           DISPLAY "---------------------------------------------------"
           MOVE 0546                     TO WS-MSG-NUMERO
           MOVE "MUDANCA     : &   &   USUARIO: &" TO WS-MSG-TEXTO
           MOVE AGD-ID                   TO WS-MSG-PARAM (1)
           MOVE WS-AGD-TIPO-DESCR        TO WS-MSG-PARAM (2)
           MOVE AGD-CD-USER              TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0547                     TO WS-MSG-NUMERO
           MOVE "VALE EM     : &   SITUACAO: &" TO WS-MSG-TEXTO
           MOVE AGD-DT-EFETIVA           TO WS-MSG-PARAM (1)
           MOVE AGD-SITUACAO             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF AGD-NM NOT EQUAL SPACES THEN
               MOVE 0548                 TO WS-MSG-NUMERO
               MOVE "NOVO NOME   : &"    TO WS-MSG-TEXTO
               MOVE AGD-NM               TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF AGD-EMAIL NOT EQUAL SPACES THEN
               MOVE 0549                 TO WS-MSG-NUMERO
               MOVE "NOVO EMAIL  : &"    TO WS-MSG-TEXTO
               MOVE AGD-EMAIL            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF AGD-PHONE NOT EQUAL SPACES THEN
               MOVE 0550                 TO WS-MSG-NUMERO
               MOVE "NOVO PHONE  : &"    TO WS-MSG-TEXTO
               MOVE AGD-PHONE            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF AGD-DEPTO NOT EQUAL SPACES THEN
               MOVE 0551                 TO WS-MSG-NUMERO
               MOVE "NOVO DEPTO  : &"    TO WS-MSG-TEXTO
               MOVE AGD-DEPTO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF AGD-MOTIVO NOT EQUAL SPACES THEN
               MOVE 0552                 TO WS-MSG-NUMERO
               MOVE "MOTIVO      : &"    TO WS-MSG-TEXTO
               MOVE AGD-MOTIVO           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 0553                     TO WS-MSG-NUMERO
           MOVE "AGENDADA EM : & POR & (ORIGEM &)" TO WS-MSG-TEXTO
           MOVE AGD-DATA-HORA            TO WS-MSG-PARAM (1)
           MOVE AGD-OPERADOR             TO WS-MSG-PARAM (2)
           MOVE AGD-ORIGEM               TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF NOT AGD-PENDENTE THEN
               MOVE 0554                 TO WS-MSG-NUMERO
               MOVE "PROCESSADA  : & &"  TO WS-MSG-TEXTO
               MOVE AGD-DT-PROCESSO      TO WS-MSG-PARAM (1)
               MOVE AGD-MOTIVO-RECUSA    TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P334-FIM.

           P336-DESCREVE-TIPO.

           EVALUATE TRUE
               WHEN AGD-TP-ALTERACAO
                   MOVE "ALTERACAO"      TO WS-AGD-TIPO-DESCR
               WHEN AGD-TP-TRANSFERENCIA
                   MOVE "TRANSFERENCIA"  TO WS-AGD-TIPO-DESCR
               WHEN AGD-TP-INATIVACAO
                   MOVE "INATIVACAO"     TO WS-AGD-TIPO-DESCR
               WHEN OTHER
                   MOVE "TIPO INVALIDO"  TO WS-AGD-TIPO-DESCR
           END-EVALUATE.
       P336-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY DPTVAL.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY AGDGRV.
       END PROGRAM CADAGEND.
