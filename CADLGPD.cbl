      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/PEDIDOS DE TITULARES (LGPD)
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: registro dos pedidos de
      *                 titulares de dados pessoais (acesso, correcao,
      *                 portabilidade, eliminacao) no LGPFILE, que ate
      *                 aqui eram controlados numa planilha - e um
      *                 prazo de 15 dias ja foi perdido. Cada pedido
      *                 guarda o requerente, o CD-USER, o tipo, a data
      *                 de recebimento, o prazo legal contado em dias
      *                 uteis do CALFILE (rotina DUTCALC), o operador
      *                 responsavel e a situacao. O numero do pedido
      *                 vem da sequencia "D" do CADCTRL. O AGELGPD
      *                 envelhece os pedidos toda noite e a carta de
      *                 resposta dos pedidos de acesso sai pelo
      *                 CARTLGPD, chamado daqui.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1100).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY LGPSEL.
           COPY SEQSEL.
           COPY CALSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD LGPFILE.
           COPY LGPREC.

       FD CADCTRL.
           COPY SEQREC.

       FD CALFILE.
           COPY CALREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-LGPFILE                  PIC 99.
        88 FS-LGPFILE-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-TITULAR-OK                  PIC X.
        88 TITULAR-OK                    VALUE "S" FALSE "N".
       77 WS-NO-CADUSER                  PIC X.
        88 NO-CADUSER                    VALUE "S" FALSE "N".
       77 WS-LGP-ID                      PIC 9(06).
       77 WS-LGP-TIPO                    PIC X(01).
        88 LGP-TIPO-VALIDO               VALUE "A" "C" "P" "E".
       77 WS-LGP-STATUS                  PIC X(01).
        88 LGP-STATUS-VALIDO             VALUE "E" "C" "I".
       77 WS-REQUERENTE                  PIC X(30).
       77 WS-DT-RECEBIDO                 PIC 9(08).
       77 WS-OPER-RESP                   PIC X(10).
       77 WS-OBSERVACAO                  PIC X(40).
       77 WS-QTD-PENDENTES               PIC 9(04).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY DUTWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P180-PEDIDOS-LGPD: mainline - o registro dos pedidos exige a
      * permissao de CADASTRAR da matriz do operador logado. Abre (ou
      * cria) o LGPFILE e o CADUSER e repete o menu ate finalizar.
      ******************************************************************
           P180-PEDIDOS-LGPD.

           MOVE "CADLGPD"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CADASTRAR THEN
               MOVE 1101                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CADASTRAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O LGPFILE
           IF WS-FS-LGPFILE EQUAL 35 THEN
               OPEN OUTPUT LGPFILE
               CLOSE LGPFILE
               OPEN I-O LGPFILE
           END-IF

           MOVE WS-FS-LGPFILE            TO WS-FS-CODIGO
           MOVE "LGPFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER            TO WS-FS-CODIGO
           MOVE "CADUSER"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-LGPFILE-OK AND FS-CADUSER-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P181-MENU THRU P181-FIM UNTIL FIM-OK
           END-IF

           CLOSE LGPFILE
           CLOSE CADUSER
           GOBACK.
       P180-FIM.

           P181-MENU.

           DISPLAY "==================================================="
           MOVE 1102                     TO WS-MSG-NUMERO
           MOVE "PEDIDOS DE TITULARES DE DADOS PESSOAIS (LGPD)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1103                     TO WS-MSG-NUMERO
           MOVE "<1> REGISTRAR PEDIDO"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1104                     TO WS-MSG-NUMERO
           MOVE "<2> CONSULTAR PEDIDO"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1105                     TO WS-MSG-NUMERO
           MOVE "<3> ATUALIZAR SITUACAO DO PEDIDO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1106                     TO WS-MSG-NUMERO
           MOVE "<4> LISTAR PEDIDOS PENDENTES" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1107                     TO WS-MSG-NUMERO
           MOVE "<5> CARTA DE RESPOSTA (PEDIDO DE ACESSO)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1108                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P182-REGISTRAR THRU P182-FIM
               WHEN "2"
                   PERFORM P185-CONSULTAR THRU P185-FIM
               WHEN "3"
                   PERFORM P187-SITUACAO THRU P187-FIM
               WHEN "4"
                   PERFORM P188-PENDENTES THRU P188-FIM
               WHEN "5"
                   PERFORM P190-CARTA THRU P190-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 1109             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P181-FIM.

      ******************************************************************
      * P182-REGISTRAR: pedido novo. O titular pode nao estar mais no
      * CADUSER (ex-usuario pedindo o que ainda se guarda dele) - o
      * operador confirma e o pedido entra assim mesmo. O prazo e a
      * data de recebimento mais 15 dias uteis do calendario.
      ******************************************************************
           P182-REGISTRAR.

           MOVE 1110                     TO WS-MSG-NUMERO
           MOVE "CODIGO DO USUARIO TITULAR DOS DADOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           IF WS-CD-USER EQUAL ZERO THEN
               MOVE 1111                 TO WS-MSG-NUMERO
               MOVE "CODIGO INVALIDO, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P182-FIM
           END-IF

           PERFORM P183-CONFERE-TITULAR THRU P183-FIM
           IF NOT TITULAR-OK THEN
               GO TO P182-FIM
           END-IF

           IF NOT NO-CADUSER THEN
               MOVE 1112                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CODIGO NAO ESTA NO CADUSER (EX-USUARIO?) - "
                      "REGISTRAR ASSIM MESMO? <S/N>"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" THEN
                   MOVE 1113             TO WS-MSG-NUMERO
                   MOVE "NADA FOI GRAVADO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P182-FIM
               END-IF
           END-IF

           MOVE 1114                     TO WS-MSG-NUMERO
           MOVE "REQUERENTE (ENTER = O PROPRIO TITULAR)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-REQUERENTE
           ACCEPT WS-REQUERENTE
           IF WS-REQUERENTE EQUAL SPACES THEN
               IF NO-CADUSER THEN
                   MOVE FD-NM            TO WS-REQUERENTE
               ELSE
                   MOVE 1115             TO WS-MSG-NUMERO
                   MOVE "REQUERENTE OBRIGATORIO, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P182-FIM
               END-IF
           END-IF

           MOVE 1116                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "TIPO: <A> ACESSO  <C> CORRECAO  <P> PORTABILIDADE  "
                  "<E> ELIMINACAO"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LGP-TIPO
           IF NOT LGP-TIPO-VALIDO THEN
               MOVE 1117                 TO WS-MSG-NUMERO
               MOVE "TIPO INVALIDO, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P182-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE 1118                     TO WS-MSG-NUMERO
           MOVE "DATA DE RECEBIMENTO (AAAAMMDD, ENTER = HOJE)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE ZERO                     TO WS-DT-RECEBIDO
           ACCEPT WS-DT-RECEBIDO
           IF WS-DT-RECEBIDO EQUAL ZERO THEN
               MOVE WS-DATA-SISTEMA      TO WS-DT-RECEBIDO
           END-IF

           IF WS-DT-RECEBIDO GREATER WS-DATA-SISTEMA OR
              WS-DT-RECEBIDO(5:2) LESS "01" OR
              WS-DT-RECEBIDO(5:2) GREATER "12" OR
              WS-DT-RECEBIDO(7:2) LESS "01" OR
              WS-DT-RECEBIDO(7:2) GREATER "31" THEN
               MOVE 1119                 TO WS-MSG-NUMERO
               MOVE "DATA DE RECEBIMENTO INVALIDA, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P182-FIM
           END-IF

           MOVE 1120                     TO WS-MSG-NUMERO
           MOVE "OPERADOR RESPONSAVEL (ENTER = &)" TO WS-MSG-TEXTO
           MOVE OPL-OPERADOR             TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-OPER-RESP
           ACCEPT WS-OPER-RESP
           IF WS-OPER-RESP EQUAL SPACES THEN
               MOVE OPL-OPERADOR         TO WS-OPER-RESP
           END-IF

           MOVE WS-DT-RECEBIDO           TO WS-DUT-DATA-BASE
           MOVE 15                       TO WS-DUT-QTD-DIAS
           PERFORM P920-SOMA-DIAS-UTEIS THRU P920-FIM

           PERFORM P184-PROX-LGP-ID THRU P184-FIM

           MOVE WS-LGP-ID                TO LGP-ID
           MOVE WS-CD-USER               TO LGP-CD-USER
           MOVE WS-REQUERENTE            TO LGP-REQUERENTE
           MOVE WS-LGP-TIPO              TO LGP-TIPO
           MOVE WS-DT-RECEBIDO           TO LGP-DT-RECEBIDO
           MOVE WS-DUT-DATA-FIM          TO LGP-DT-PRAZO
           MOVE WS-OPER-RESP             TO LGP-OPERADOR
           SET LGP-ABERTO TO TRUE
           MOVE ZERO                     TO LGP-DT-CONCLUSAO
           SET LGP-SEM-ALERTA TO TRUE
           MOVE 15                       TO LGP-DIAS-RESTAM
           MOVE SPACES                   TO LGP-OBSERVACAO
           MOVE OPL-OPERADOR             TO LGP-OPER-REGISTRO
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO LGP-DATA-HORA
           END-STRING

           WRITE REG-PEDIDO-LGPD
           INVALID KEY
               MOVE 1121                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR O PEDIDO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-LGPFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P182-FIM
           END-WRITE

           MOVE 1122                     TO WS-MSG-NUMERO
           MOVE "PEDIDO & REGISTRADO - PRAZO LEGAL: &" TO WS-MSG-TEXTO
           MOVE LGP-ID                   TO WS-MSG-PARAM (1)
           MOVE LGP-DT-PRAZO             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF LGP-TP-ELIMINACAO THEN
               MOVE 1123                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "A ELIMINACAO DOS DADOS E FEITA PELO ANONUSER - "
                      "CONCLUA O PEDIDO DEPOIS DE EXECUTADA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF LGP-TP-ACESSO THEN
               MOVE 1124                 TO WS-MSG-NUMERO
               MOVE "A CARTA DE RESPOSTA SAI PELA OPCAO <5>"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P182-FIM.

      ******************************************************************
      * P183-CONFERE-TITULAR: procura o CD-USER no CADUSER (NO-CADUSER
      * liga quando acha) e confere o escopo do operador pelo FD-DEPTO.
      * Codigo fora do CADUSER nao tem departamento para conferir: so
      * operador de escopo total passa, como na ficha.
      ******************************************************************
           P183-CONFERE-TITULAR.

           SET TITULAR-OK TO FALSE
           SET NO-CADUSER TO FALSE
           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE SPACES                   TO FD-NM

           MOVE WS-CD-USER               TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET NO-CADUSER TO TRUE
               MOVE FD-DEPTO             TO WS-ESC-DEPTO
           END-READ

           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P183-FIM
           END-IF

           SET TITULAR-OK TO TRUE
           IF NO-CADUSER THEN
               MOVE 1125                 TO WS-MSG-NUMERO
               MOVE "TITULAR: &"         TO WS-MSG-TEXTO
               MOVE FD-NM                TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P183-FIM.

      ******************************************************************
      * P184-PROX-LGP-ID: le a ultima sequencia de pedido usada no
      * registro "D" de CADCTRL, soma 1 e devolve em WS-LGP-ID - o
      * mesmo esquema do registro "P" da fila de aprovacao.
      ******************************************************************
           P184-PROX-LGP-ID.

           OPEN I-O CADCTRL

           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "D"                     TO CTR-CHAVE

           READ CADCTRL INTO REG-CTRL
           KEY IS CTR-CHAVE
           INVALID KEY
               MOVE ZERO                TO CTR-ULT-SEQ
               MOVE ZERO                TO CTR-QTD-ATIVO
               MOVE ZERO                TO CTR-QTD-INATIVO
               MOVE ZERO                TO CTR-ULT-CD-LISTA
               MOVE ZERO                TO CTR-MAX-FALHAS
               MOVE ZERO                TO CTR-GER-LIMITE
               MOVE "D"                 TO CTR-CHAVE
               SET CTRL-NOVO TO TRUE
           END-READ

           ADD 1                        TO CTR-ULT-SEQ
           MOVE CTR-ULT-SEQ             TO WS-LGP-ID

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P184-FIM.

      ******************************************************************
      * P185-CONSULTAR: um pedido pelo numero, com o escopo conferido
      * pelo departamento do titular.
      ******************************************************************
           P185-CONSULTAR.

           PERFORM P189-LE-PEDIDO THRU P189-FIM
           IF NOT TITULAR-OK THEN
               GO TO P185-FIM
           END-IF

           PERFORM P186-EXIBE-PEDIDO THRU P186-FIM.
       P185-FIM.

           P186-EXIBE-PEDIDO.

           DISPLAY "---------------------------------------------------"
           MOVE 1126                     TO WS-MSG-NUMERO
           MOVE "PEDIDO      : &   TIPO: &   SITUACAO: &"
                                         TO WS-MSG-TEXTO
           MOVE LGP-ID                   TO WS-MSG-PARAM (1)
           MOVE LGP-TIPO                 TO WS-MSG-PARAM (2)
           MOVE LGP-STATUS               TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1127                     TO WS-MSG-NUMERO
           MOVE "TITULAR     : &"        TO WS-MSG-TEXTO
           MOVE LGP-CD-USER              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1128                     TO WS-MSG-NUMERO
           MOVE "REQUERENTE  : &"        TO WS-MSG-TEXTO
           MOVE LGP-REQUERENTE           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1129                     TO WS-MSG-NUMERO
           MOVE "RECEBIDO EM : &   PRAZO: &" TO WS-MSG-TEXTO
           MOVE LGP-DT-RECEBIDO          TO WS-MSG-PARAM (1)
           MOVE LGP-DT-PRAZO             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1130                     TO WS-MSG-NUMERO
           MOVE "RESPONSAVEL : &"        TO WS-MSG-TEXTO
           MOVE LGP-OPERADOR             TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF LGP-PENDENTE THEN
               MOVE 1131                 TO WS-MSG-NUMERO
               MOVE "DIAS UTEIS  : &   ALERTA: &" TO WS-MSG-TEXTO
               MOVE LGP-DIAS-RESTAM      TO WS-MSG-PARAM (1)
               MOVE LGP-ALERTA           TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1132                 TO WS-MSG-NUMERO
               MOVE "CONCLUSAO   : &"    TO WS-MSG-TEXTO
               MOVE LGP-DT-CONCLUSAO     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF LGP-OBSERVACAO NOT EQUAL SPACES THEN
               MOVE 1133                 TO WS-MSG-NUMERO
               MOVE "OBSERVACAO  : &"    TO WS-MSG-TEXTO
               MOVE LGP-OBSERVACAO       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 1134                     TO WS-MSG-NUMERO
           MOVE "REGISTRADO  : & POR &"  TO WS-MSG-TEXTO
           MOVE LGP-DATA-HORA            TO WS-MSG-PARAM (1)
           MOVE LGP-OPER-REGISTRO        TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P186-FIM.

      ******************************************************************
      * P187-SITUACAO: pedido pendente passa a <E> em atendimento, <C>
      * concluido ou <I> indeferido (o motivo do indeferimento e
      * obrigatorio). O responsavel pode ser trocado na mesma tela.
      ******************************************************************
           P187-SITUACAO.

           PERFORM P189-LE-PEDIDO THRU P189-FIM
           IF NOT TITULAR-OK THEN
               GO TO P187-FIM
           END-IF

           PERFORM P186-EXIBE-PEDIDO THRU P186-FIM

           IF NOT LGP-PENDENTE THEN
               MOVE 1135                 TO WS-MSG-NUMERO
               MOVE "PEDIDO JA ENCERRADO, NADA FOI ALTERADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P187-FIM
           END-IF

           MOVE 1136                     TO WS-MSG-NUMERO
           MOVE "<E> EM ATENDIMENTO  <C> CONCLUIDO  <I> INDEFERIDO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LGP-STATUS
           IF NOT LGP-STATUS-VALIDO THEN
               MOVE 1137                 TO WS-MSG-NUMERO
               MOVE "SITUACAO INVALIDA, NADA FOI ALTERADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P187-FIM
           END-IF

           MOVE 1138                     TO WS-MSG-NUMERO
           MOVE "OBSERVACAO (ENTER = MANTEM)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-OBSERVACAO
           ACCEPT WS-OBSERVACAO
           IF WS-LGP-STATUS EQUAL "I" AND
              WS-OBSERVACAO EQUAL SPACES THEN
               MOVE 1139                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "INDEFERIMENTO EXIGE O MOTIVO NA OBSERVACAO, NADA"
                      " FOI ALTERADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P187-FIM
           END-IF

           MOVE 1140                     TO WS-MSG-NUMERO
           MOVE "OPERADOR RESPONSAVEL (ENTER = MANTEM &)"
                                         TO WS-MSG-TEXTO
           MOVE LGP-OPERADOR             TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-OPER-RESP
           ACCEPT WS-OPER-RESP

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-LGP-STATUS            TO LGP-STATUS
           IF WS-OBSERVACAO NOT EQUAL SPACES THEN
               MOVE WS-OBSERVACAO        TO LGP-OBSERVACAO
           END-IF
           IF WS-OPER-RESP NOT EQUAL SPACES THEN
               MOVE WS-OPER-RESP         TO LGP-OPERADOR
           END-IF
           IF NOT LGP-PENDENTE THEN
               MOVE WS-DATA-SISTEMA      TO LGP-DT-CONCLUSAO
               SET LGP-SEM-ALERTA TO TRUE
               MOVE ZERO                 TO LGP-DIAS-RESTAM
           END-IF

           REWRITE REG-PEDIDO-LGPD
           INVALID KEY
               MOVE 1121                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR O PEDIDO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-LGPFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P187-FIM
           END-REWRITE

           MOVE 1141                     TO WS-MSG-NUMERO
           MOVE "PEDIDO & ATUALIZADO"    TO WS-MSG-TEXTO
           MOVE LGP-ID                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF LGP-CONCLUIDO AND
              WS-DATA-SISTEMA GREATER LGP-DT-PRAZO THEN
               MOVE 1142                 TO WS-MSG-NUMERO
               MOVE "ATENCAO: CONCLUIDO DEPOIS DO PRAZO LEGAL DE &"
                                         TO WS-MSG-TEXTO
               MOVE LGP-DT-PRAZO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P187-FIM.

      ******************************************************************
      * P188-PENDENTES: todos os pedidos abertos ou em atendimento,
      * pela ordem do numero, com prazo, dias uteis restantes e o
      * alerta gravado pelo AGELGPD na ultima noite. Pedido de titular
      * fora do escopo do operador so e contado.
      ******************************************************************
           P188-PENDENTES.

           MOVE ZERO                     TO WS-QTD-PENDENTES
           MOVE ZERO                     TO WS-ESC-OCULTOS

           MOVE 1143                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "PEDIDO TITULAR TP SIT RECEBIDO PRAZO    DIAS AL "
                  "RESPONSAVEL"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE ZERO                     TO LGP-ID
           SET EOF-OK TO FALSE
           START LGPFILE KEY IS NOT LESS LGP-ID
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P191-LER-PENDENTE THRU P191-FIM UNTIL EOF-OK

           MOVE 1144                     TO WS-MSG-NUMERO
           MOVE "PEDIDOS PENDENTES: &"   TO WS-MSG-TEXTO
           MOVE WS-QTD-PENDENTES         TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           PERFORM P974-REGISTRA-OCULTOS THRU P974-FIM.
       P188-FIM.

      ******************************************************************
      * P189-LE-PEDIDO: pede o numero, le o pedido e confere o escopo
      * do titular - TITULAR-OK liga quando o pedido pode ser mostrado.
      ******************************************************************
           P189-LE-PEDIDO.

           SET TITULAR-OK TO FALSE

           MOVE 1145                     TO WS-MSG-NUMERO
           MOVE "NUMERO DO PEDIDO"       TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LGP-ID

           MOVE WS-LGP-ID                TO LGP-ID
           READ LGPFILE
           KEY IS LGP-ID
           INVALID KEY
               MOVE 1146                 TO WS-MSG-NUMERO
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P189-FIM
           END-READ

           MOVE LGP-CD-USER              TO WS-CD-USER
           PERFORM P183-CONFERE-TITULAR THRU P183-FIM.
       P189-FIM.

           P191-LER-PENDENTE.

           READ LGPFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P191-FIM
           END-READ

           IF NOT LGP-PENDENTE THEN
               GO TO P191-FIM
           END-IF

           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE LGP-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FD-DEPTO             TO WS-ESC-DEPTO
           END-READ

           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               ADD 1                     TO WS-ESC-OCULTOS
               GO TO P191-FIM
           END-IF

           ADD 1                         TO WS-QTD-PENDENTES
           DISPLAY LGP-ID " " LGP-CD-USER " " LGP-TIPO "  "
                   LGP-STATUS "   " LGP-DT-RECEBIDO " "
                   LGP-DT-PRAZO " " LGP-DIAS-RESTAM "  " LGP-ALERTA
                   "  " LGP-OPERADOR.
       P191-FIM.

      ******************************************************************
      * P190-CARTA: a carta de resposta le o LGPFILE e o CADUSER por
      * conta propria - os dois sao fechados aqui durante o CALL e
      * reabertos na volta.
      ******************************************************************
           P190-CARTA.

           CLOSE LGPFILE
           CLOSE CADUSER

           CALL "CARTLGPD" USING REG-OPER-LOGADO

           OPEN I-O LGPFILE
           OPEN INPUT CADUSER

           IF NOT FS-LGPFILE-OK OR NOT FS-CADUSER-OK THEN
               MOVE 1147                 TO WS-MSG-NUMERO
               MOVE "FALHA AO REABRIR O LGPFILE/CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               SET FIM-OK TO TRUE
           END-IF.
       P190-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY DUTCALC.
       END PROGRAM CADLGPD.
