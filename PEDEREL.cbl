      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/PEDIDOS DE RELATORIO SOB DEMANDA
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: o operador pede pelo menu um dos
      *                 relatorios batch (RELDEPTO, DUPLUSER, ANIVUSER,
      *                 passada de aviso do DORMUSER, RELOPER, RELACESS)
      *                 com os seus parametros, e o pedido entra na
      *                 fila FILAREL com quem pediu e quando; o SPOOLREL
      *                 executa os pendentes fora da janela do CTLNOITE
      *                 e cataloga a saida no GERCTLG. A opcao de
      *                 acompanhamento mostra a situacao de cada pedido
      *                 do operador e, nos concluidos, a geracao para
      *                 reimprimir pela opcao <G> do menu - os gestores
      *                 ligavam para a operacao rodar o relatorio a mao.
      *                 O numero vem da sequencia "F" do CADCTRL.
      *                 Mensagens de tela pelo catalogo MSGFILE (faixa
      *                 2900).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDEREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FLRSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FILAREL.
           COPY FLRREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-FILAREL                  PIC 99.
        88 FS-FILAREL-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-PODE-PEDIR                  PIC X.
        88 PODE-PEDIR                    VALUE "S" FALSE "N".
       77 WS-JA-NA-FILA                  PIC X.
        88 JA-NA-FILA                    VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-REL-ESCOLHA                 PIC 9(02) COMP.
       77 WS-FLR-ID                      PIC 9(06).
       77 WS-FLR-ID-FILA                 PIC 9(06).
       77 WS-DATA-INI                    PIC 9(08).
       77 WS-DATA-FIM                    PIC 9(08).
       77 WS-DIAS                        PIC 9(04).
       77 WS-QTD-PEDIDOS                 PIC 9(04).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-AGORA                 PIC 9(14).

      ******************************************************************
      * Relatorios que podem ser pedidos: programa, nivel exigido do
      * operador e o texto da opcao. "L" basta a permissao de LISTAR
      * (o RELDEPTO so conta, nao mostra ninguem); "T" exige tambem o
      * escopo total de departamentos, porque o relatorio cobre a
      * empresa inteira; "G" exige GESTOR ou MASTER com escopo total
      * (a passada de aviso do DORMUSER grava avisos, e RELOPER e
      * RELACESS sao a trilha de auditoria dos proprios operadores).
      ******************************************************************
       01 TAB-RELATORIOS.
           03 FILLER                     PIC X(08) VALUE "RELDEPTO".
           03 FILLER                     PIC X(01) VALUE "L".
           03 FILLER                     PIC X(50) VALUE
              "<1> RELDEPTO - USUARIOS POR DEPARTAMENTO".
           03 FILLER                     PIC X(08) VALUE "DUPLUSER".
           03 FILLER                     PIC X(01) VALUE "T".
           03 FILLER                     PIC X(50) VALUE
              "<2> DUPLUSER - CADASTROS DUPLICADOS".
           03 FILLER                     PIC X(08) VALUE "ANIVUSER".
           03 FILLER                     PIC X(01) VALUE "T".
           03 FILLER                     PIC X(50) VALUE
              "<3> ANIVUSER - ANIVERSARIOS E PERFIL ETARIO".
           03 FILLER                     PIC X(08) VALUE "DORMUSER".
           03 FILLER                     PIC X(01) VALUE "G".
           03 FILLER                     PIC X(50) VALUE
              "<4> DORMUSER - AVISO DE USUARIOS DORMENTES".
           03 FILLER                     PIC X(08) VALUE "RELOPER".
           03 FILLER                     PIC X(01) VALUE "G".
           03 FILLER                     PIC X(50) VALUE
              "<5> RELOPER  - ATIVIDADE POR OPERADOR".
           03 FILLER                     PIC X(08) VALUE "RELACESS".
           03 FILLER                     PIC X(01) VALUE "G".
           03 FILLER                     PIC X(50) VALUE
              "<6> RELACESS - ACESSOS A DADOS PESSOAIS".
       01 TAB-RELATORIOS-R REDEFINES TAB-RELATORIOS.
           03 TAB-REL OCCURS 6 TIMES.
               05 TAB-PROGRAMA           PIC X(08).
               05 TAB-NIVEL              PIC X(01).
                88 TAB-NIVEL-LISTAR      VALUE "L".
                88 TAB-NIVEL-TOTAL       VALUE "T".
                88 TAB-NIVEL-GESTOR      VALUE "G".
               05 TAB-DESCR              PIC X(50).

           COPY STATWRK.

           COPY MSGWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P521-PEDIDOS: mainline - pedir relatorio exige a permissao de
      * LISTAR da matriz do operador logado (cada relatorio ainda
      * confere o seu nivel). Abre (ou cria) a FILAREL e repete o menu
      * ate finalizar.
      ******************************************************************
           P521-PEDIDOS.

           MOVE "PEDEREL"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-LISTAR THEN
               MOVE 2901                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA LISTAR: &" TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O FILAREL
           IF WS-FS-FILAREL EQUAL 35 THEN
               OPEN OUTPUT FILAREL
               CLOSE FILAREL
               OPEN I-O FILAREL
           END-IF

           MOVE WS-FS-FILAREL            TO WS-FS-CODIGO
           MOVE "FILAREL"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-FILAREL-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P522-MENU THRU P522-FIM UNTIL FIM-OK
           END-IF

           CLOSE FILAREL
           GOBACK.
       P521-FIM.

           P522-MENU.

           DISPLAY "==================================================="
           MOVE 2902                     TO WS-MSG-NUMERO
           MOVE "RELATORIOS SOB DEMANDA" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2903                     TO WS-MSG-NUMERO
           MOVE "<1> PEDIR RELATORIO"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2904                     TO WS-MSG-NUMERO
           MOVE "<2> SITUACAO DOS MEUS PEDIDOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2905                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P523-PEDIR THRU P523-FIM
               WHEN "2"
                   PERFORM P528-MEUS-PEDIDOS THRU P528-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 2906             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P522-FIM.

      ******************************************************************
      * P523-PEDIR: mostra so os relatorios que o operador pode pedir,
      * pede os parametros do escolhido e grava o pedido pendente na
      * FILAREL. O mesmo relatorio ainda pendente para o mesmo
      * operador nao entra duas vezes na fila.
      ******************************************************************
           P523-PEDIR.

           DISPLAY "---------------------------------------------------"
           PERFORM P524-MOSTRA-RELATORIO THRU P524-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 6
           MOVE 2907                     TO WS-MSG-NUMERO
           MOVE "RELATORIO (ENTER VOLTA)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-OPCAO
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL SPACES THEN
               GO TO P523-FIM
           END-IF

           IF WS-OPCAO LESS "1" OR WS-OPCAO GREATER "6" THEN
               MOVE 2906                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P523-FIM
           END-IF

           MOVE WS-OPCAO                 TO WS-REL-ESCOLHA
           MOVE WS-REL-ESCOLHA           TO WS-IDX
           PERFORM P525-CONFERE-NIVEL THRU P525-FIM
           IF NOT PODE-PEDIR THEN
               MOVE 2908                 TO WS-MSG-NUMERO
               MOVE "RELATORIO NAO PERMITIDO PARA A SUA ROLE OU ESCOPO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P523-FIM
           END-IF

           PERFORM P530-CONFERE-FILA THRU P530-FIM
           IF JA-NA-FILA THEN
               MOVE 2909                 TO WS-MSG-NUMERO
               MOVE "O & JA ESTA NA FILA PARA VOCE (PEDIDO &)"
                                         TO WS-MSG-TEXTO
               MOVE TAB-PROGRAMA (WS-REL-ESCOLHA) TO WS-MSG-PARAM (1)
               MOVE WS-FLR-ID-FILA       TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P523-FIM
           END-IF

           MOVE ZERO                     TO WS-DATA-INI
           MOVE ZERO                     TO WS-DATA-FIM
           MOVE ZERO                     TO WS-DIAS

           IF TAB-PROGRAMA (WS-REL-ESCOLHA) EQUAL "RELOPER" OR
              TAB-PROGRAMA (WS-REL-ESCOLHA) EQUAL "RELACESS" THEN
               MOVE 2917                 TO WS-MSG-NUMERO
               MOVE "DATA INICIAL AAAAMMDD (ENTER = DESDE O INICIO)"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-DATA-INI
               MOVE 2918                 TO WS-MSG-NUMERO
               MOVE "DATA FINAL AAAAMMDD (ENTER = ATE A EXECUCAO)"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM NOT EQUAL ZERO AND
                  WS-DATA-INI GREATER WS-DATA-FIM THEN
                   MOVE 2919             TO WS-MSG-NUMERO
                   MOVE "DATA INICIAL DEPOIS DA FINAL, NADA FOI PEDIDO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P523-FIM
               END-IF
           END-IF

           IF TAB-PROGRAMA (WS-REL-ESCOLHA) EQUAL "DORMUSER" THEN
               MOVE 2920                 TO WS-MSG-NUMERO
               MOVE "DIAS SEM MOVIMENTO PARA DORMENCIA (ENTER = 180)"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-DIAS
               IF WS-DIAS EQUAL ZERO THEN
                   MOVE 180              TO WS-DIAS
               END-IF
           END-IF

           PERFORM P526-PROX-FLR-ID THRU P526-FIM

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-STAMP-AGORA
           END-STRING

           INITIALIZE REG-PEDIDO-REL
           MOVE WS-FLR-ID                TO FLR-ID
           MOVE OPL-OPERADOR             TO FLR-OPERADOR
           MOVE TAB-PROGRAMA (WS-REL-ESCOLHA) TO FLR-RELATORIO
           MOVE WS-DATA-INI              TO FLR-DATA-INI
           MOVE WS-DATA-FIM              TO FLR-DATA-FIM
           MOVE WS-DIAS                  TO FLR-DIAS
           MOVE WS-STAMP-AGORA           TO FLR-DT-PEDIDO
           SET FLR-PENDENTE TO TRUE

           WRITE REG-PEDIDO-REL
           INVALID KEY
               MOVE 2921                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR O PEDIDO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-FILAREL        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P523-FIM
           END-WRITE

           MOVE 2922                     TO WS-MSG-NUMERO
           MOVE "PEDIDO & REGISTRADO: &" TO WS-MSG-TEXTO
           MOVE FLR-ID                   TO WS-MSG-PARAM (1)
           MOVE FLR-RELATORIO            TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2923                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "EXECUTADO FORA DO PROCESSAMENTO NOTURNO; ACOMPANHE "
                  "PELA OPCAO <2>"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P523-FIM.

      ******************************************************************
      * P524-MOSTRA-RELATORIO: uma linha da lista de relatorios, so se
      * o operador puder pedi-lo (mensagem 2910 + a posicao na tabela).
      ******************************************************************
           P524-MOSTRA-RELATORIO.

           PERFORM P525-CONFERE-NIVEL THRU P525-FIM
           IF PODE-PEDIR THEN
               COMPUTE WS-MSG-NUMERO = 2910 + WS-IDX
               MOVE TAB-DESCR (WS-IDX)   TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P524-FIM.

      ******************************************************************
      * P525-CONFERE-NIVEL: PODE-PEDIR liga quando o operador logado
      * atende o nivel do relatorio da posicao WS-IDX da tabela.
      ******************************************************************
           P525-CONFERE-NIVEL.

           SET PODE-PEDIR TO FALSE

           IF TAB-NIVEL-LISTAR (WS-IDX) THEN
               SET PODE-PEDIR TO TRUE
               GO TO P525-FIM
           END-IF

           IF NOT OPL-ESCOPO-TOTAL THEN
               GO TO P525-FIM
           END-IF

           IF TAB-NIVEL-TOTAL (WS-IDX) THEN
               SET PODE-PEDIR TO TRUE
               GO TO P525-FIM
           END-IF

           IF OPL-ROLE EQUAL "GESTOR" OR OPL-ROLE EQUAL "MASTER" THEN
               SET PODE-PEDIR TO TRUE
           END-IF.
       P525-FIM.

      ******************************************************************
      * P526-PROX-FLR-ID: le a ultima sequencia de pedido no registro
      * "F" de CADCTRL, soma 1 e devolve em WS-FLR-ID - o mesmo esquema
      * das sequencias "A", "D" e "P".
      ******************************************************************
           P526-PROX-FLR-ID.

           OPEN I-O CADCTRL

           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "F"                      TO CTR-CHAVE

           READ CADCTRL INTO REG-CTRL
           KEY IS CTR-CHAVE
           INVALID KEY
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               MOVE "F"                  TO CTR-CHAVE
               SET CTRL-NOVO TO TRUE
           END-READ

           ADD 1                         TO CTR-ULT-SEQ
           MOVE CTR-ULT-SEQ              TO WS-FLR-ID

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P526-FIM.

      ******************************************************************
      * P528-MEUS-PEDIDOS: todos os pedidos do operador logado, pela
      * chave alternada OPERADOR, com a situacao de cada um.
      ******************************************************************
           P528-MEUS-PEDIDOS.

           MOVE ZERO                     TO WS-QTD-PEDIDOS

           MOVE OPL-OPERADOR             TO FLR-OPERADOR
           SET EOF-OK TO FALSE
           START FILAREL KEY IS EQUAL FLR-OPERADOR
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P529-LER-PEDIDO THRU P529-FIM UNTIL EOF-OK

           DISPLAY "---------------------------------------------------"
           MOVE 2924                     TO WS-MSG-NUMERO
           MOVE "PEDIDOS DE &: &"        TO WS-MSG-TEXTO
           MOVE OPL-OPERADOR             TO WS-MSG-PARAM (1)
           MOVE WS-QTD-PEDIDOS           TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P528-FIM.

           P529-LER-PEDIDO.

           READ FILAREL NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P529-FIM
           END-READ

           IF FLR-OPERADOR NOT EQUAL OPL-OPERADOR THEN
               SET EOF-OK TO TRUE
               GO TO P529-FIM
           END-IF

           ADD 1                         TO WS-QTD-PEDIDOS
           PERFORM P531-EXIBE-PEDIDO THRU P531-FIM.
       P529-FIM.

      ******************************************************************
      * P530-CONFERE-FILA: JA-NA-FILA liga quando o operador logado ja
      * tem o relatorio escolhido pendente na FILAREL; o numero desse
      * pedido volta em WS-FLR-ID-FILA.
      ******************************************************************
           P530-CONFERE-FILA.

           SET JA-NA-FILA TO FALSE
           MOVE ZERO                     TO WS-FLR-ID-FILA

           MOVE OPL-OPERADOR             TO FLR-OPERADOR
           SET EOF-OK TO FALSE
           START FILAREL KEY IS EQUAL FLR-OPERADOR
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P532-LER-FILA THRU P532-FIM
                   UNTIL EOF-OK OR JA-NA-FILA.
       P530-FIM.

           P532-LER-FILA.

           READ FILAREL NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P532-FIM
           END-READ

           IF FLR-OPERADOR NOT EQUAL OPL-OPERADOR THEN
               SET EOF-OK TO TRUE
               GO TO P532-FIM
           END-IF

           IF FLR-RELATORIO EQUAL TAB-PROGRAMA (WS-REL-ESCOLHA) AND
              (FLR-PENDENTE OR FLR-EXECUTANDO) THEN
               SET JA-NA-FILA TO TRUE
               MOVE FLR-ID               TO WS-FLR-ID-FILA
           END-IF.
       P532-FIM.

      ******************************************************************
      * P531-EXIBE-PEDIDO: um pedido com os parametros e a situacao; o
      * concluido mostra a chave da geracao no GERCTLG (arquivo, o
      * proprio operador no lugar do departamento e a data) para a
      * reimpressao pela opcao <G> do menu.
      ******************************************************************
           P531-EXIBE-PEDIDO.

           DISPLAY "---------------------------------------------------"
           MOVE 2925                     TO WS-MSG-NUMERO
           MOVE "PEDIDO &   RELATORIO &   PEDIDO EM &" TO WS-MSG-TEXTO
           MOVE FLR-ID                   TO WS-MSG-PARAM (1)
           MOVE FLR-RELATORIO            TO WS-MSG-PARAM (2)
           MOVE FLR-DT-PEDIDO            TO WS-MSG-PARAM (3)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF FLR-RELATORIO EQUAL "RELOPER" OR
              FLR-RELATORIO EQUAL "RELACESS" THEN
               MOVE 2926                 TO WS-MSG-NUMERO
               MOVE "FAIXA DE DATAS: & A &" TO WS-MSG-TEXTO
               MOVE FLR-DATA-INI         TO WS-MSG-PARAM (1)
               MOVE FLR-DATA-FIM         TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF FLR-RELATORIO EQUAL "DORMUSER" THEN
               MOVE 2927                 TO WS-MSG-NUMERO
               MOVE "DIAS SEM MOVIMENTO: &" TO WS-MSG-TEXTO
               MOVE FLR-DIAS             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           EVALUATE TRUE
               WHEN FLR-PENDENTE
                   MOVE 2928             TO WS-MSG-NUMERO
                   MOVE "SITUACAO: PENDENTE, AGUARDANDO O SPOOLREL"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               WHEN FLR-EXECUTANDO
                   MOVE 2929             TO WS-MSG-NUMERO
                   MOVE "SITUACAO: EXECUTANDO DESDE &" TO WS-MSG-TEXTO
                   MOVE FLR-DT-INICIO    TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               WHEN FLR-CONCLUIDO
                   MOVE 2930             TO WS-MSG-NUMERO
                   MOVE "SITUACAO: CONCLUIDO EM &, RETURN-CODE &"
                                         TO WS-MSG-TEXTO
                   MOVE FLR-DT-FIM       TO WS-MSG-PARAM (1)
                   MOVE FLR-RETORNO      TO WS-MSG-PARAM (2)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 2931             TO WS-MSG-NUMERO
                   MOVE "GERACAO: ARQUIVO & DEPTO & DATA & (OPCAO <G>)"
                                         TO WS-MSG-TEXTO
                   MOVE FLR-GER-ARQUIVO  TO WS-MSG-PARAM (1)
                   MOVE FLR-OPERADOR     TO WS-MSG-PARAM (2)
                   MOVE FLR-GER-DATA     TO WS-MSG-PARAM (3)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 2932             TO WS-MSG-NUMERO
                   MOVE "NOME FISICO: &" TO WS-MSG-TEXTO
                   MOVE FLR-GER-NOME     TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               WHEN FLR-FALHOU
                   MOVE 2933             TO WS-MSG-NUMERO
                   MOVE "SITUACAO: FALHOU EM &: &" TO WS-MSG-TEXTO
                   MOVE FLR-DT-FIM       TO WS-MSG-PARAM (1)
                   MOVE FLR-MOTIVO       TO WS-MSG-PARAM (2)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P531-FIM.

           COPY STATCHK.

           COPY MSGMOS.
       END PROGRAM PEDEREL.
