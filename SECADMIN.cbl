      *                 (minutos, CTR-ULT-CD-LISTA do registro "S" de
      *                 CADCTRL; padrao 30), aplicado pelo MENUUSER
      *                 antes de cada opcao.
      * 15/10/26 GERO - Escopo de departamentos por operador (SEC-
      *                 ESCOPO/SEC-DEPTO-PERM): opcao nova <E> de
      *                 manutencao, pedido tambem na inclusao de
      *                 operador e mostrado na listagem. Cada codigo e
      *                 conferido no DEPFILE e a troca vai para o SEGLOG
      *                 (ESCOPO ALTERADO).
      * 15/10/26 GERO - Opcao <5> agora tambem troca a SEC-ROLE do
      *                 operador, e toda troca de role ou de matriz de
      *                 permissoes e gravada no SEGLOG (ROLE + role
      *                 nova, PERM + matriz antes>depois) para o
      *                 relatorio de segregacao de funcoes.
      * 15/10/26 GERO - Idioma das telas por operador (SEC-IDIOMA):
      *                 opcao nova <I>, pedido tambem na inclusao de
      *                 operador e mostrado na listagem; a troca vai
      *                 para o SEGLOG (IDIOMA + codigo). Recebe agora o
      *                 REG-OPER-LOGADO do MENUUSER e mostra as
      *                 mensagens pelo catalogo MSGFILE no idioma do
      *                 operador logado.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS, faixa 2400), com o numero tambem no
      *                 SEGLOG.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECADMIN.
           COPY SEQSEL.
           COPY SEGSEL.
           COPY LCKSEL.
           COPY DPTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD SEGLOG.
           COPY SEGREC.

       FD DEPFILE.
           COPY DPTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-SECFILE                  PIC 99.
        88 FS-SECFILE-OK                 VALUE 0.
       77 WS-OPER-ALVO                   PIC X(10).
       77 WS-SENHA-NOVA                  PIC X(06).
       77 WS-ROLE-NOVA                   PIC X(10).
       77 WS-ROLE-ANTES                  PIC X(10).
       77 WS-PERM-ANTES                  PIC X(05).
       77 WS-PERM-DEPOIS                 PIC X(05).
       77 WS-PERM-RESP                   PIC X.
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-QTD-LISTADOS                PIC 9(04).
       77 WS-CD-TRAVA                    PIC 9(06).
       77 WS-CONF-TRAVA                  PIC X.
       77 WS-LIM-SESSAO                  PIC 9(04).
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-ESC-RESP                    PIC X.
       77 WS-ESC-POS                     PIC 9(02) COMP.
       77 WS-ESC-QTD                     PIC 9(02) COMP.
       77 WS-ESC-FIM                     PIC X.
        88 ESC-FIM                       VALUE "S" FALSE "N".
       77 WS-ESC-CODIGO                  PIC X(10).
       77 WS-IDIOMA-RESP                 PIC X.

           COPY STATWRK.

           COPY MSGWK.

           COPY SECBOOTWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY HASHWK.

           COPY DPTVALWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P260-ADMINISTRAR: mainline - abre o SECFILE (semeando-o numa
           P260-ADMINISTRAR.

           MOVE "SECADMIN"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           OPEN I-O SECFILE

           SET ADM-AUTORIZADO TO FALSE

           DISPLAY "==================================================="
           MOVE 2401                     TO WS-MSG-NUMERO
           MOVE "ADMINISTRACAO DE OPERADORES - SOMENTE ROLE MASTER"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2402                     TO WS-MSG-NUMERO
           MOVE "DIGITE O SEU ID DE OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ADM-OPERADOR
           MOVE 2403                     TO WS-MSG-NUMERO
           MOVE "DIGITE A SUA SENHA"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ADM-SENHA

           MOVE WS-ADM-OPERADOR          TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2404                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO NO SECFILE" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE WS-ADM-SENHA         TO WS-HASH-ENTRADA
               PERFORM P960-CALCULA-HASH THRU P960-FIM

               IF SEC-OP-BLOQUEADO THEN
                   MOVE 2405             TO WS-MSG-NUMERO
                   MOVE "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE WS-ADM-OPERADOR  TO WS-SEG-OPERADOR
                   MOVE "SECADMIN"       TO WS-SEG-PROGRAMA
                   MOVE "LOGIN COM BLOQUEIO" TO WS-SEG-EVENTO
                   MOVE WS-MSG-NUMERO    TO WS-SEG-MSG-NUMERO
                   PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               ELSE
               IF SEC-OP-DESATIVADO THEN
                   MOVE 2406             TO WS-MSG-NUMERO
                   MOVE "OPERADOR DESATIVADO NO SECFILE" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
               IF SEC-SENHA NOT EQUAL WS-HASH-6 THEN
                   PERFORM P278-FALHA-SENHA THRU P278-FIM
                       REWRITE REG-SEC
                   END-IF
                   IF SEC-ROLE NOT EQUAL "MASTER" THEN
                       MOVE 2407         TO WS-MSG-NUMERO
                       MOVE "SOMENTE A ROLE MASTER ADMINISTRA O SECFILE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   ELSE
                       SET ADM-AUTORIZADO TO TRUE
                   END-IF
           P262-MENU.

           DISPLAY "==================================================="
           MOVE 2408                     TO WS-MSG-NUMERO
           MOVE "ADMINISTRACAO DE OPERADORES (SECFILE)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2409                     TO WS-MSG-NUMERO
           MOVE "<1> INCLUIR OPERADOR"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2410                     TO WS-MSG-NUMERO
           MOVE "<2> LISTAR OPERADORES"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2411                     TO WS-MSG-NUMERO
           MOVE "<3> DESATIVAR OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2412                     TO WS-MSG-NUMERO
           MOVE "<4> REATIVAR OPERADOR"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2413                     TO WS-MSG-NUMERO
           MOVE "<5> EDITAR ROLE E PERMISSOES" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2414                     TO WS-MSG-NUMERO
           MOVE "<6> DESBLOQUEAR OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2415                     TO WS-MSG-NUMERO
           MOVE "<7> LIMITE DE FALHAS DE SENHA" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2416                     TO WS-MSG-NUMERO
           MOVE "<8> LIBERAR TRAVA DE EDICAO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2417                     TO WS-MSG-NUMERO
           MOVE "<9> LIMITE DE INATIVIDADE DE SESSAO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2418                     TO WS-MSG-NUMERO
           MOVE "<E> ESCOPO DE DEPARTAMENTOS DO OPERADOR"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2419                     TO WS-MSG-NUMERO
           MOVE "<I> IDIOMA DAS TELAS DO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2420                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

                   PERFORM P272-LIBERA-TRAVA THRU P272-FIM
               WHEN "9"
                   PERFORM P273-LIMITE-SESSAO THRU P273-FIM
               WHEN "E"
                   PERFORM P274-ESCOPO THRU P274-FIM
               WHEN "I"
                   PERFORM P202-IDIOMA THRU P202-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 2421             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P262-FIM.

      ******************************************************************
           P263-INCLUIR.

           MOVE 2422                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO NOVO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           IF WS-OPER-ALVO EQUAL SPACES THEN
               MOVE 2423                 TO WS-MSG-NUMERO
               MOVE "ID NAO PODE FICAR EM BRANCO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P263-FIM
           END-IF

           MOVE 2424                     TO WS-MSG-NUMERO
           MOVE "DIGITE A SENHA INICIAL" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-SENHA-NOVA
           IF WS-SENHA-NOVA EQUAL SPACES THEN
               MOVE 2425                 TO WS-MSG-NUMERO
               MOVE "SENHA NAO PODE FICAR EM BRANCO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P263-FIM
           END-IF

           MOVE 2426                     TO WS-MSG-NUMERO
           MOVE "DIGITE A ROLE (MASTER/GESTOR/ANALISTA/...)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ROLE-NOVA
           IF WS-ROLE-NOVA EQUAL SPACES THEN
               MOVE 2427                 TO WS-MSG-NUMERO
               MOVE "ROLE NAO PODE FICAR EM BRANCO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P263-FIM
           END-IF

           MOVE WS-HASH-6                TO SEC-SENHA
           MOVE WS-ROLE-NOVA             TO SEC-ROLE
           PERFORM P268-PEDE-MATRIZ THRU P268-FIM
           PERFORM P275-PEDE-ESCOPO THRU P275-FIM
           PERFORM P203-PEDE-IDIOMA THRU P203-FIM
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA          TO SEC-DT-SENHA
           MOVE "A"                      TO SEC-STATUS

           WRITE REG-SEC
           INVALID KEY
               MOVE 2428                 TO WS-MSG-NUMERO
               MOVE "OPERADOR JA CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 2429                 TO WS-MSG-NUMERO
               MOVE "OPERADOR INCLUIDO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-WRITE.
       P263-FIM.

      ******************************************************************
           P268-PEDE-MATRIZ.

           MOVE 2430                     TO WS-MSG-NUMERO
           MOVE "PODE CADASTRAR? <S/N>"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERM-RESP
           IF WS-PERM-RESP EQUAL "S" THEN
               MOVE "S"                  TO SEC-PERM-CADASTRAR
               MOVE "N"                  TO SEC-PERM-CADASTRAR
           END-IF

           MOVE 2431                     TO WS-MSG-NUMERO
           MOVE "PODE ALTERAR? <S/N>"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERM-RESP
           IF WS-PERM-RESP EQUAL "S" THEN
               MOVE "S"                  TO SEC-PERM-ALTERAR
               MOVE "N"                  TO SEC-PERM-ALTERAR
           END-IF

           MOVE 2432                     TO WS-MSG-NUMERO
           MOVE "PODE CONSULTAR? <S/N>"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERM-RESP
           IF WS-PERM-RESP EQUAL "S" THEN
               MOVE "S"                  TO SEC-PERM-CONSULTAR
               MOVE "N"                  TO SEC-PERM-CONSULTAR
           END-IF

           MOVE 2433                     TO WS-MSG-NUMERO
           MOVE "PODE LISTAR? <S/N>"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERM-RESP
           IF WS-PERM-RESP EQUAL "S" THEN
               MOVE "S"                  TO SEC-PERM-LISTAR
               MOVE "N"                  TO SEC-PERM-LISTAR
           END-IF

           MOVE 2434                     TO WS-MSG-NUMERO
           MOVE "PODE EXCLUIR? <S/N>"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PERM-RESP
           IF WS-PERM-RESP EQUAL "S" THEN
               MOVE "S"                  TO SEC-PERM-EXCLUIR
           END-START

           IF WS-QTD-LISTADOS EQUAL ZERO THEN
               MOVE 2435                 TO WS-MSG-NUMERO
               MOVE "NENHUM OPERADOR CADASTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 2436                 TO WS-MSG-NUMERO
               MOVE "TOTAL DE OPERADORES: &" TO WS-MSG-TEXTO
               MOVE WS-QTD-LISTADOS      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P264-FIM.

               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1                     TO WS-QTD-LISTADOS
               MOVE 2437                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "& ROLE: & STATUS: & PERM C/A/C/L/E: & "
                      "ESCOPO: & IDIOMA: &"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE SEC-OPERADOR         TO WS-MSG-PARAM (1)
               MOVE SEC-ROLE             TO WS-MSG-PARAM (2)
               MOVE SEC-STATUS           TO WS-MSG-PARAM (3)
               STRING SEC-PERM-CADASTRAR SEC-PERM-ALTERAR
                      SEC-PERM-CONSULTAR SEC-PERM-LISTAR
                      SEC-PERM-EXCLUIR   DELIMITED BY SIZE
                      INTO WS-MSG-PARAM (4)
               END-STRING
               MOVE SEC-ESCOPO           TO WS-MSG-PARAM (5)
               MOVE SEC-IDIOMA           TO WS-MSG-PARAM (6)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               IF SEC-ESCOPO-RESTRITO THEN
                   PERFORM P277-MOSTRA-DEPTO THRU P277-FIM
                           VARYING WS-ESC-POS FROM 1 BY 1
                           UNTIL WS-ESC-POS > 10
               END-IF
           END-READ.
       P269-FIM.

      ******************************************************************
           P265-DESATIVAR.

           MOVE 2438                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR A DESATIVAR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO

           IF WS-OPER-ALVO EQUAL WS-ADM-OPERADOR THEN
               MOVE 2439                 TO WS-MSG-NUMERO
               MOVE "NAO E PERMITIDO DESATIVAR O PROPRIO OPERADOR"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P265-FIM
           END-IF


           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               IF SEC-OP-DESATIVADO THEN
                   MOVE 2441             TO WS-MSG-NUMERO
                   MOVE "OPERADOR JA ESTA DESATIVADO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE "D"              TO SEC-STATUS
                   REWRITE REG-SEC
                   MOVE 2442             TO WS-MSG-NUMERO
                   MOVE "OPERADOR DESATIVADO COM SUCESSO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P265-FIM.
      ******************************************************************
           P266-REATIVAR.

           MOVE 2443                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR A REATIVAR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           MOVE WS-OPER-ALVO             TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               IF SEC-OP-ATIVO THEN
                   MOVE 2444             TO WS-MSG-NUMERO
                   MOVE "OPERADOR JA ESTA ATIVO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
               IF SEC-OP-BLOQUEADO THEN
                   MOVE 2445             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "OPERADOR BLOQUEADO POR FALHAS DE SENHA, USE "
                          "A OPCAO DE DESBLOQUEIO"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE "A"              TO SEC-STATUS
                   REWRITE REG-SEC
                   MOVE 2446             TO WS-MSG-NUMERO
                   MOVE "OPERADOR REATIVADO COM SUCESSO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
               END-IF
           END-READ.
       P266-FIM.

      ******************************************************************
      * P267-PERMISSOES: mostra a role e a matriz atuais do operador e
      * pede as novas (ENTER na role mantem a atual), funcao por
      * funcao, regravando o registro. Toda mudanca de role ou de
      * matriz vai para o SEGLOG em nome do operador alterado - "ROLE"
      * + a role nova, "PERM" + a matriz antes>depois na ordem
      * C/A/C/L/E - para o relatorio de segregacao de funcoes
      * (RELCONFL) cruzar com o que ele fez no mesmo dia.
      ******************************************************************
           P267-PERMISSOES.

           MOVE 2447                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           MOVE WS-OPER-ALVO             TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P267-FIM
           END-READ

           MOVE SEC-ROLE                 TO WS-ROLE-ANTES
           STRING SEC-PERM-CADASTRAR SEC-PERM-ALTERAR
                  SEC-PERM-CONSULTAR SEC-PERM-LISTAR
                  SEC-PERM-EXCLUIR       DELIMITED BY SIZE
                  INTO WS-PERM-ANTES
           END-STRING

           MOVE 2448                     TO WS-MSG-NUMERO
           MOVE "ROLE ATUAL: &"          TO WS-MSG-TEXTO
           MOVE SEC-ROLE                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2449                     TO WS-MSG-NUMERO
           MOVE "MATRIZ ATUAL C/A/C/L/E: &" TO WS-MSG-TEXTO
           MOVE WS-PERM-ANTES            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE SPACES                   TO WS-ROLE-NOVA
           MOVE 2450                     TO WS-MSG-NUMERO
           MOVE "NOVA ROLE (ENTER MANTEM A ATUAL)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ROLE-NOVA
           IF WS-ROLE-NOVA NOT EQUAL SPACES THEN
               MOVE WS-ROLE-NOVA         TO SEC-ROLE
           END-IF

           PERFORM P268-PEDE-MATRIZ THRU P268-FIM
           STRING SEC-PERM-CADASTRAR SEC-PERM-ALTERAR
                  SEC-PERM-CONSULTAR SEC-PERM-LISTAR
                  SEC-PERM-EXCLUIR       DELIMITED BY SIZE
                  INTO WS-PERM-DEPOIS
           END-STRING

           REWRITE REG-SEC
           MOVE 2451                     TO WS-MSG-NUMERO
           MOVE "PERMISSOES ATUALIZADAS COM SUCESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE WS-OPER-ALVO             TO WS-SEG-OPERADOR
           MOVE "SECADMIN"               TO WS-SEG-PROGRAMA

           IF SEC-ROLE NOT EQUAL WS-ROLE-ANTES THEN
               MOVE SPACES               TO WS-SEG-EVENTO
               STRING "ROLE "            DELIMITED BY SIZE
                      SEC-ROLE           DELIMITED BY SIZE
                      INTO WS-SEG-EVENTO
               END-STRING
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
           END-IF

           IF WS-PERM-DEPOIS NOT EQUAL WS-PERM-ANTES THEN
               MOVE SPACES               TO WS-SEG-EVENTO
               STRING "PERM "            DELIMITED BY SIZE
                      WS-PERM-ANTES      DELIMITED BY SIZE
                      ">"                DELIMITED BY SIZE
                      WS-PERM-DEPOIS     DELIMITED BY SIZE
                      INTO WS-SEG-EVENTO
               END-STRING
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
           END-IF.
       P267-FIM.

      ******************************************************************

           IF SEC-QTD-FALHAS NOT LESS WS-MAX-FALHAS THEN
               MOVE "B"                  TO SEC-STATUS
               MOVE 2405                 TO WS-MSG-NUMERO
               MOVE "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "BLOQUEIO"           TO WS-SEG-EVENTO
           ELSE
               MOVE 2452                 TO WS-MSG-NUMERO
               MOVE "SENHA NAO CADASTRADA NO SECFILE" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "FALHA DE SENHA"     TO WS-SEG-EVENTO
           END-IF

           REWRITE REG-SEC

           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P278-FIM.

      ******************************************************************
           P270-DESBLOQUEAR.

           MOVE 2453                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR A DESBLOQUEAR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           MOVE WS-OPER-ALVO             TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               IF NOT SEC-OP-BLOQUEADO THEN
                   MOVE 2454             TO WS-MSG-NUMERO
                   MOVE "OPERADOR NAO ESTA BLOQUEADO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE "A"              TO SEC-STATUS
                   MOVE ZERO             TO SEC-QTD-FALHAS
                   REWRITE REG-SEC
                   MOVE 2455             TO WS-MSG-NUMERO
                   MOVE "OPERADOR DESBLOQUEADO COM SUCESSO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

                   MOVE WS-OPER-ALVO     TO WS-SEG-OPERADOR
                   MOVE "SECADMIN"       TO WS-SEG-PROGRAMA
                   MOVE "DESBLOQUEIO"    TO WS-SEG-EVENTO
                   MOVE WS-MSG-NUMERO    TO WS-SEG-MSG-NUMERO
                   PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               END-IF
           END-READ.
      ******************************************************************
           P271-LIMITE-FALHAS.

           MOVE 2456                     TO WS-MSG-NUMERO
           MOVE "DIGITE O NOVO LIMITE DE FALHAS (1 A 99)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LIMITE-FALHAS

           IF WS-LIMITE-FALHAS EQUAL ZERO THEN
               MOVE 2457                 TO WS-MSG-NUMERO
               MOVE "LIMITE INVALIDO, NADA ALTERADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P271-FIM
           END-IF


           CLOSE CADCTRL

           MOVE 2458                     TO WS-MSG-NUMERO
           MOVE "LIMITE DE FALHAS ATUALIZADO PARA &" TO WS-MSG-TEXTO
           MOVE WS-LIMITE-FALHAS         TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P271-FIM.

      ******************************************************************
      ******************************************************************
           P272-LIBERA-TRAVA.

           MOVE 2459                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO TRAVADO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-TRAVA

           OPEN I-O LCKFILE
           IF NOT FS-LCKFILE-OK THEN
               MOVE 2460                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO DE TRAVAS INDISPONIVEL, FS=&"
                                         TO WS-MSG-TEXTO
               MOVE WS-FS-LCKFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P272-FIM
           END-IF


           READ LCKFILE
           INVALID KEY
               MOVE 2461                 TO WS-MSG-NUMERO
               MOVE "NENHUMA TRAVA PARA ESTE CODIGO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE LCKFILE
               GO TO P272-FIM
           END-READ

           MOVE 2462                     TO WS-MSG-NUMERO
           MOVE "TRAVA DO OPERADOR & DESDE &" TO WS-MSG-TEXTO
           MOVE LCK-OPERADOR             TO WS-MSG-PARAM (1)
           MOVE LCK-DATA-HORA            TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2463                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA A LIBERACAO FORCADA? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONF-TRAVA

           IF WS-CONF-TRAVA EQUAL "S" THEN
               DELETE LCKFILE RECORD
               MOVE 2464                 TO WS-MSG-NUMERO
               MOVE "TRAVA LIBERADA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

               MOVE WS-ADM-OPERADOR      TO WS-SEG-OPERADOR
               MOVE "SECADMIN"           TO WS-SEG-PROGRAMA
                      LCK-OPERADOR       DELIMITED BY SIZE
                      INTO WS-SEG-EVENTO
               END-STRING
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
           ELSE
               MOVE 2465                 TO WS-MSG-NUMERO
               MOVE "LIBERACAO CANCELADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           CLOSE LCKFILE.
      ******************************************************************
           P273-LIMITE-SESSAO.

           MOVE 2466                     TO WS-MSG-NUMERO
           MOVE "DIGITE O LIMITE DE INATIVIDADE EM MINUTOS (1 A 9999)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LIM-SESSAO

           IF WS-LIM-SESSAO EQUAL ZERO THEN
               MOVE 2457                 TO WS-MSG-NUMERO
               MOVE "LIMITE INVALIDO, NADA ALTERADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P273-FIM
           END-IF


           CLOSE CADCTRL

           MOVE 2467                     TO WS-MSG-NUMERO
           MOVE "LIMITE DE INATIVIDADE ATUALIZADO PARA & MINUTO(S)"
                                         TO WS-MSG-TEXTO
           MOVE WS-LIM-SESSAO            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P273-FIM.

      ******************************************************************
      * P274-ESCOPO: mostra o escopo de departamentos atual do
      * operador e pede o novo - todos os departamentos ou uma lista
      * restrita de ate 10 codigos do DEPFILE - regravando o registro
      * e deixando a troca no SEGLOG. Vale a partir do proximo login
      * do operador.
      ******************************************************************
           P274-ESCOPO.

           MOVE 2447                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           MOVE WS-OPER-ALVO             TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P274-FIM
           END-READ

           IF SEC-ESCOPO-RESTRITO THEN
               MOVE 2468                 TO WS-MSG-NUMERO
               MOVE "ESCOPO ATUAL: RESTRITO A" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P277-MOSTRA-DEPTO THRU P277-FIM
                       VARYING WS-ESC-POS FROM 1 BY 1
                       UNTIL WS-ESC-POS > 10
           ELSE
               MOVE 2469                 TO WS-MSG-NUMERO
               MOVE "ESCOPO ATUAL: TODOS OS DEPARTAMENTOS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           PERFORM P275-PEDE-ESCOPO THRU P275-FIM
           REWRITE REG-SEC
           MOVE 2470                     TO WS-MSG-NUMERO
           MOVE "ESCOPO ATUALIZADO COM SUCESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE WS-OPER-ALVO             TO WS-SEG-OPERADOR
           MOVE "SECADMIN"               TO WS-SEG-PROGRAMA
           MOVE "ESCOPO ALTERADO"        TO WS-SEG-EVENTO
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P274-FIM.

      ******************************************************************
      * P275-PEDE-ESCOPO: pergunta se o operador trabalha sobre todos
      * os departamentos (T) ou so sobre uma lista (R). Na lista, cada
      * codigo precisa existir no DEPFILE (ativo ou extinto - quem
      * cuida de um departamento extinto ainda precisa ver quem ficou
      * nele); ENTER encerra a lista. Lista vazia volta para T, para o
      * operador nao ficar sem enxergar ninguem por engano.
      ******************************************************************
           P275-PEDE-ESCOPO.

           MOVE SPACES                   TO SEC-DEPTOS-PERMITIDOS
           MOVE "T"                      TO SEC-ESCOPO

           MOVE 2471                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "ESCOPO: <T> TODOS OS DEPARTAMENTOS  <R> RESTRITO A "
                  "UMA LISTA"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ESC-RESP
           IF WS-ESC-RESP NOT EQUAL "R" THEN
               GO TO P275-FIM
           END-IF

           OPEN INPUT DEPFILE
           IF NOT FS-DEPFILE-OK THEN
               MOVE 2472                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPFILE INDISPONIVEL, ESCOPO MANTIDO EM TODOS OS"
                      " DEPARTAMENTOS, FS=&"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-FS-DEPFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P275-FIM
           END-IF

           MOVE ZERO                     TO WS-ESC-QTD
           SET ESC-FIM TO FALSE
           PERFORM P276-PEDE-DEPTO THRU P276-FIM
                   UNTIL ESC-FIM OR WS-ESC-QTD NOT LESS 10

           CLOSE DEPFILE

           IF WS-ESC-QTD EQUAL ZERO THEN
               MOVE 2473                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "NENHUM DEPARTAMENTO INFORMADO, ESCOPO MANTIDO EM"
                      " TODOS OS DEPARTAMENTOS"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE "R"                  TO SEC-ESCOPO
           END-IF.
       P275-FIM.

           P276-PEDE-DEPTO.

           MOVE 2474                     TO WS-MSG-NUMERO
           MOVE "CODIGO DO DEPARTAMENTO (ENTER ENCERRA A LISTA)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-ESC-CODIGO
           ACCEPT WS-ESC-CODIGO

           IF WS-ESC-CODIGO EQUAL SPACES THEN
               SET ESC-FIM TO TRUE
               GO TO P276-FIM
           END-IF

           MOVE WS-ESC-CODIGO            TO WS-DEPTO-VALIDAR
           PERFORM P970-VALIDA-DEPTO THRU P970-FIM
           IF NOT DEPTO-EXISTE THEN
               MOVE 2475                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO NO DEPFILE: &"
                                         TO WS-MSG-TEXTO
               MOVE WS-ESC-CODIGO        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P276-FIM
           END-IF

           ADD 1                         TO WS-ESC-QTD
           MOVE WS-ESC-CODIGO            TO SEC-DEPTO-PERM (WS-ESC-QTD)
           MOVE 2476                     TO WS-MSG-NUMERO
           MOVE "INCLUIDO: & &"          TO WS-MSG-TEXTO
           MOVE WS-ESC-CODIGO            TO WS-MSG-PARAM (1)
           MOVE WS-DEPTO-DESCR           TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P276-FIM.

           P277-MOSTRA-DEPTO.

           IF SEC-DEPTO-PERM (WS-ESC-POS) NOT EQUAL SPACES THEN
               MOVE 2477                 TO WS-MSG-NUMERO
               MOVE "    DEPARTAMENTO: &" TO WS-MSG-TEXTO
               MOVE SEC-DEPTO-PERM (WS-ESC-POS) TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P277-FIM.

      ******************************************************************
      * P202-IDIOMA: mostra o idioma das telas do operador e pede o
      * novo, regravando o registro e deixando a troca no SEGLOG. Vale
      * a partir do proximo login do operador.
      ******************************************************************
           P202-IDIOMA.

           MOVE 2447                     TO WS-MSG-NUMERO
           MOVE "DIGITE O ID DO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPER-ALVO
           MOVE WS-OPER-ALVO             TO SEC-OPERADOR

           READ SECFILE
           INVALID KEY
               MOVE 2440                 TO WS-MSG-NUMERO
               MOVE "OPERADOR NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-OPER-ALVO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P202-FIM
           END-READ

           MOVE 2478                     TO WS-MSG-NUMERO
           MOVE "IDIOMA ATUAL: &"        TO WS-MSG-TEXTO
           MOVE SEC-IDIOMA               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P203-PEDE-IDIOMA THRU P203-FIM
           REWRITE REG-SEC
           MOVE 2479                     TO WS-MSG-NUMERO
           MOVE "IDIOMA ATUALIZADO COM SUCESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE WS-OPER-ALVO             TO WS-SEG-OPERADOR
           MOVE "SECADMIN"               TO WS-SEG-PROGRAMA
           MOVE SPACES                   TO WS-SEG-EVENTO
           STRING "IDIOMA "              DELIMITED BY SIZE
                  SEC-IDIOMA             DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
           END-STRING
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P202-FIM.

      ******************************************************************
      * P203-PEDE-IDIOMA: pergunta o idioma das telas do operador;
      * qualquer resposta diferente de I ou E vale portugues.
      ******************************************************************
           P203-PEDE-IDIOMA.

           MOVE 2480                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "IDIOMA DAS TELAS: <P> PORTUGUES  <I> INGLES  <E> "
                  "ESPANHOL"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-IDIOMA-RESP
           IF WS-IDIOMA-RESP EQUAL "I" OR WS-IDIOMA-RESP EQUAL "E" THEN
               MOVE WS-IDIOMA-RESP       TO SEC-IDIOMA
           ELSE
               MOVE "P"                  TO SEC-IDIOMA
           END-IF.
       P203-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SECBOOT.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY HASHPWD.

           COPY DPTVAL.
       END PROGRAM SECADMIN.
