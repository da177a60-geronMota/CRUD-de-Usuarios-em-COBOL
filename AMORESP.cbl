      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/ACHADOS DA AMOSTRA DE QUALIDADE
      *         DO CADASTRO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: tela em que o verificador
      *                 registra, usuario por usuario da amostra
      *                 mensal sorteada pelo AMOSUSER, o achado de cada
      *                 campo conferido - confirmado, errado ou nao foi
      *                 possivel verificar - com o operador e a
      *                 data/hora no AMOFILE. So dentro do escopo de
      *                 departamentos do operador. Lista tambem os
      *                 sorteados de um departamento ainda com campo
      *                 sem achado.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0200).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AMOSEL.
           COPY SEQSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AMOFILE.
           COPY AMOREC.

       FD CADCTRL.
           COPY SEQREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-AMOFILE                  PIC 99.
        88 FS-AMOFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-ALTEROU                     PIC X.
        88 ALTEROU                       VALUE "S" FALSE "N".
       77 WS-TEM-ERRADO                  PIC X.
        88 TEM-ERRADO                    VALUE "S" FALSE "N".
       77 WS-PERIODO                     PIC 9(06).
       77 WS-ULT-PERIODO                 PIC 9(06).
       77 WS-CD-USER-AMO                 PIC 9(06).
       77 WS-DEPTO-AMO                   PIC X(10).
       77 WS-ACHADO                      PIC X.
       77 WS-IDC                         PIC 9(02) COMP.
       77 WS-QTD-PEND                    PIC 9(02).
       77 WS-QTD-PENDENTES               PIC 9(05).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).

           COPY STATWRK.

           COPY MSGWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY AMOWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P701-REGISTRAR: mainline - so quem tem permissao de alterar
      * registra achados, e so de uma amostra ja sorteada (mes do
      * ultimo sorteio no registro "E" de CADCTRL, ou outro mes
      * pedido, para acertar achado atrasado).
      ******************************************************************
           P701-REGISTRAR.

           MOVE "AMORESP"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-ALTERAR THEN
               MOVE 0201                 TO WS-MSG-NUMERO
               MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           PERFORM P702-LER-PERIODO THRU P702-FIM

           IF WS-ULT-PERIODO EQUAL ZERO THEN
               MOVE 0202                 TO WS-MSG-NUMERO
               MOVE "NENHUMA AMOSTRA DE QUALIDADE SORTEADA AINDA"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE ZERO                     TO WS-PERIODO
           MOVE 0203                     TO WS-MSG-NUMERO
           MOVE "MES DA AMOSTRA (AAAAMM, ENTER = &)" TO WS-MSG-TEXTO
           MOVE WS-ULT-PERIODO           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERIODO
           IF WS-PERIODO EQUAL ZERO THEN
               MOVE WS-ULT-PERIODO       TO WS-PERIODO
           END-IF

           OPEN I-O AMOFILE

           MOVE WS-FS-AMOFILE           TO WS-FS-CODIGO
           MOVE "AMOFILE"               TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-AMOFILE-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P703-MENU THRU P703-FIM UNTIL FIM-OK
               CLOSE AMOFILE
           END-IF

           GOBACK.
       P701-FIM.

      ******************************************************************
      * P702-LER-PERIODO: mes do ultimo sorteio, no registro "E" de
      * CADCTRL mantido pelo AMOSUSER.
      ******************************************************************
           P702-LER-PERIODO.

           MOVE ZERO                     TO WS-ULT-PERIODO

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "E"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTR-ULT-SEQ      TO WS-ULT-PERIODO
               END-READ
               CLOSE CADCTRL
           END-IF.
       P702-FIM.

           P703-MENU.

           DISPLAY "==================================================="
           MOVE 0204                     TO WS-MSG-NUMERO
           MOVE "VERIFICACAO DA AMOSTRA DE QUALIDADE - MES &"
                                         TO WS-MSG-TEXTO
           MOVE WS-PERIODO               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0205                     TO WS-MSG-NUMERO
           MOVE "<1> REGISTRAR ACHADOS DE UM USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0206                     TO WS-MSG-NUMERO
           MOVE "<2> PENDENTES DE UM DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0207                     TO WS-MSG-NUMERO
           MOVE "<M> VOLTAR AO MENU"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P704-REGISTRA THRU P704-FIM
               WHEN "2"
                   PERFORM P707-PENDENTES THRU P707-FIM
               WHEN "M"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 0208             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P703-FIM.

      ******************************************************************
      * P704-REGISTRA: localiza o usuario na amostra do mes pela chave
      * alternativa (mes + codigo), confere o escopo do operador sobre
      * o departamento do sorteio e pede o achado campo a campo; ENTER
      * mantem o que ja estava. Achado ja registrado pode ser trocado.
      ******************************************************************
           P704-REGISTRA.

           MOVE 0209                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER-AMO

           MOVE WS-PERIODO               TO AMO-PERIODO-U
           MOVE WS-CD-USER-AMO           TO AMO-CD-USER-U

           READ AMOFILE KEY IS AMO-CHAVE-USER
           INVALID KEY
               MOVE 0210                 TO WS-MSG-NUMERO
               MOVE "USUARIO NAO CONSTA DA AMOSTRA &" TO WS-MSG-TEXTO
               MOVE WS-PERIODO           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P704-FIM
           END-READ

           MOVE AMO-DEPTO                TO WS-ESC-DEPTO
           MOVE AMO-CD-USER              TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P704-FIM
           END-IF

           MOVE 0211                     TO WS-MSG-NUMERO
           MOVE "CODIGO      : &"        TO WS-MSG-TEXTO
           MOVE AMO-CD-USER              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0212                     TO WS-MSG-NUMERO
           MOVE "NOME        : &"        TO WS-MSG-TEXTO
           MOVE AMO-NM                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0213                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO: &"        TO WS-MSG-TEXTO
           MOVE AMO-DEPTO                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF AMO-OPER-VERIF NOT EQUAL SPACES THEN
               MOVE 0214                 TO WS-MSG-NUMERO
               MOVE "ULTIMO REGISTRO POR & EM &" TO WS-MSG-TEXTO
               MOVE AMO-OPER-VERIF       TO WS-MSG-PARAM (1)
               MOVE AMO-DT-VERIF         TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 0215                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "ACHADO: <C> CONFIRMADO  <E> ERRADO  <N> NAO FOI "
                  "POSSIVEL VERIFICAR  <ENTER> MANTEM"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           SET ALTEROU TO FALSE
           SET TEM-ERRADO TO FALSE
           PERFORM P705-ACHADO-CAMPO THRU P705-FIM
                   VARYING WS-IDC FROM 1 BY 1
                   UNTIL WS-IDC > WS-AMO-QTD-CAMPOS

           IF NOT ALTEROU THEN
               MOVE 0216                 TO WS-MSG-NUMERO
               MOVE "NENHUM ACHADO ALTERADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P704-FIM
           END-IF

           PERFORM P706-CARIMBO THRU P706-FIM
           MOVE OPL-OPERADOR             TO AMO-OPER-VERIF
           MOVE WS-STAMP-ALTERACAO       TO AMO-DT-VERIF

           REWRITE REG-AMOSTRA
           INVALID KEY
               MOVE 0217                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR OS ACHADOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 0218                 TO WS-MSG-NUMERO
               MOVE "ACHADOS REGISTRADOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               IF TEM-ERRADO THEN
                   MOVE 0219             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "HA CAMPO ERRADO: CORRIJA O CADASTRO PELA "
                          "ALTERACAO (OPCAO 2) OU PELOS DADOS "
                          "COMPLEMENTARES (OPCAO C)"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-REWRITE.
       P704-FIM.

           P705-ACHADO-CAMPO.

           MOVE 0220                     TO WS-MSG-NUMERO
           MOVE "& - ATUAL: [&]"         TO WS-MSG-TEXTO
           MOVE TAB-CAMPO-AMO (WS-IDC)   TO WS-MSG-PARAM (1)
           MOVE AMO-ACHADO (WS-IDC)      TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACE                    TO WS-ACHADO
           ACCEPT WS-ACHADO

           EVALUATE WS-ACHADO
               WHEN SPACE
                   CONTINUE
               WHEN "C"
               WHEN "E"
               WHEN "N"
                   IF WS-ACHADO NOT EQUAL AMO-ACHADO (WS-IDC) THEN
                       MOVE WS-ACHADO    TO AMO-ACHADO (WS-IDC)
                       SET ALTEROU TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 0221             TO WS-MSG-NUMERO
                   MOVE "ACHADO INVALIDO, CAMPO MANTIDO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE

           IF AMO-ERRADO (WS-IDC) THEN
               SET TEM-ERRADO TO TRUE
           END-IF.
       P705-FIM.

           P706-CARIMBO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-ALTERACAO
           END-STRING.
       P706-FIM.

      ******************************************************************
      * P707-PENDENTES: lista os sorteados de um departamento que
      * ainda tem algum campo sem achado no mes.
      ******************************************************************
           P707-PENDENTES.

           MOVE 0222                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-AMO

           MOVE WS-DEPTO-AMO             TO WS-ESC-DEPTO
           MOVE ZERO                     TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P707-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-PENDENTES
           MOVE WS-PERIODO               TO AMO-PERIODO
           MOVE WS-DEPTO-AMO             TO AMO-DEPTO
           MOVE ZERO                     TO AMO-CD-USER
           SET EOF-OK TO FALSE

           START AMOFILE KEY IS NOT LESS AMO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P708-LER-PENDENTE THRU P708-FIM UNTIL EOF-OK

           MOVE 0223                     TO WS-MSG-NUMERO
           MOVE "& SORTEADO(S) COM CAMPO SEM ACHADO NO DEPARTAMENTO &"
                                         TO WS-MSG-TEXTO
           MOVE WS-QTD-PENDENTES         TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-AMO             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P707-FIM.

           P708-LER-PENDENTE.

           READ AMOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF AMO-PERIODO NOT EQUAL WS-PERIODO OR
                  AMO-DEPTO NOT EQUAL WS-DEPTO-AMO THEN
                   SET EOF-OK TO TRUE
               ELSE
                   MOVE ZERO             TO WS-QTD-PEND
                   INSPECT AMO-ACHADOS TALLYING WS-QTD-PEND
                           FOR ALL SPACE
                   IF WS-QTD-PEND GREATER ZERO THEN
                       ADD 1             TO WS-QTD-PENDENTES
                       MOVE 0224         TO WS-MSG-NUMERO
                       MOVE "& & ACHADOS [&]" TO WS-MSG-TEXTO
                       MOVE AMO-CD-USER  TO WS-MSG-PARAM (1)
                       MOVE AMO-NM       TO WS-MSG-PARAM (2)
                       MOVE AMO-ACHADOS  TO WS-MSG-PARAM (3)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               END-IF
           END-READ.
       P708-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.
       END PROGRAM AMORESP.
