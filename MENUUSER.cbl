      *                 SECADMIN ou ANONUSER numa sessao MASTER) antes
      *                 de expirar - exatamente o cenario que a sessao
      *                 unica existe para fechar.
      * 15/10/26 GERO - O login passa a copiar para o REG-OPER-LOGADO
      *                 tambem o escopo de departamentos do operador
      *                 (SEC-ESCOPO/SEC-DEPTO-PERM), conferido pelos
      *                 subprogramas na rotina compartilhada ESCVAL.
      * 15/10/26 GERO - Nova opcao <K> para GESTOR e MASTER: respostas
      *                 da recertificacao de acessos (CERTRESP).
      * 15/10/26 GERO - Nova opcao <T> para quem pode CADASTRAR:
      *                 contatos do usuario (CADCONT) - emails e
      *                 telefones adicionais, uso, principal e situacao.
      * 15/10/26 GERO - Nova opcao <I> para quem pode CADASTRAR: pedidos
      *                 de titulares de dados pessoais (CADLGPD), com
      *                 prazo legal e carta de resposta.
      * 15/10/26 GERO - Nova opcao <O> para quem pode CADASTRAR:
      *                 consentimentos do usuario por finalidade
      *                 (CADCONS).
      * 15/10/26 GERO - Nova opcao <A> para quem pode ALTERAR: mudancas
      *                 de cadastro agendadas para uma data futura
      *                 (CADAGEND).
      * 15/10/26 GERO - Nova opcao <V> para quem pode ALTERAR: achados
      *                 da amostra mensal de qualidade do cadastro
      *                 (AMORESP).
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2200), e o numero vai para o SEGLOG. O idioma
      *                 vem do SEC-IDIOMA do operador ja na leitura do
      *                 login e segue no REG-OPER-LOGADO (OPL-IDIOMA);
      *                 opcao nova <M> catalogo de mensagens (CADMSG, so
      *                 MASTER). SECADMIN, CADDEPTO e VERGERAC passam a
      *                 receber o REG-OPER-LOGADO.
      * 15/10/26 GERO - Nova opcao <E> para quem pode LISTAR: pedidos de
      *                 relatorio sob demanda (PEDEREL), executados pela
      *                 fila do SPOOLREL.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUUSER.

           COPY STATWRK.

           COPY MSGWK.

           COPY SECBOOTWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY HASHWK.

           COPY OPLREC.

           MOVE "MENUUSER"          TO WS-FS-PROGRAMA

           MOVE 2201                     TO WS-MSG-NUMERO
           MOVE "IDENTIFICACAO DO TERMINAL (ATE 10 POSICOES)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-TERMINAL
           ACCEPT WS-TERMINAL
           IF WS-TERMINAL EQUAL SPACES THEN
      ******************************************************************
           P120-LOGIN.

           MOVE "P"                      TO WS-MSG-IDIOMA

           DISPLAY "==================================================="
           MOVE 2202                     TO WS-MSG-NUMERO
           MOVE "IDENTIFICACAO DO OPERADOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2203                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "ID DE OPERADOR (ENTER ENCERRA O TERMINAL, <T> TROCA "
                  "DE SENHA)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE SPACES                   TO WS-LOGIN-OPERADOR
           ACCEPT WS-LOGIN-OPERADOR

               GO TO P120-FIM
           END-IF

           MOVE 2204                     TO WS-MSG-NUMERO
           MOVE "SENHA"                  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LOGIN-SENHA

           OPEN I-O SECFILE

               READ SECFILE
               INVALID KEY
                   MOVE 2205             TO WS-MSG-NUMERO
                   MOVE "OPERADOR NAO CADASTRADO NO SECFILE"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE WS-LOGIN-OPERADOR TO WS-SEG-OPERADOR
                   MOVE "MENUUSER"        TO WS-SEG-PROGRAMA
                   MOVE "OPERADOR DESCONHECIDO" TO WS-SEG-EVENTO
                   MOVE WS-MSG-NUMERO    TO WS-SEG-MSG-NUMERO
                   PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               NOT INVALID KEY
                   MOVE SEC-IDIOMA       TO WS-MSG-IDIOMA
                   PERFORM P125-VALIDA-LOGIN THRU P125-FIM
               END-READ
           END-IF
           P125-VALIDA-LOGIN.

           IF SEC-OP-BLOQUEADO THEN
               MOVE 2206                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS, PECA "
                      "DESBLOQUEIO A UM MASTER (SECADMIN)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE WS-LOGIN-OPERADOR    TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "LOGIN COM BLOQUEIO" TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               GO TO P125-FIM
           END-IF

           IF SEC-OP-DESATIVADO THEN
               MOVE 2207                 TO WS-MSG-NUMERO
               MOVE "OPERADOR DESATIVADO NO SECFILE" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P125-FIM
           END-IF

               FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(SEC-DT-SENHA)
           IF WS-DIAS-SENHA > 90 THEN
               MOVE 2208                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SENHA EXPIRADA, USE A OPCAO <T> DO LOGIN PARA "
                      "TROCAR A SENHA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P125-FIM
           END-IF


           PERFORM P140-VERIFICA-BATCH THRU P140-FIM
           IF BATCH-ATIVO AND NOT OVERRIDE-BATCH THEN
               MOVE 2209                 TO WS-MSG-NUMERO
               MOVE "SISTEMA FECHADO PARA O PROCESSAMENTO NOTURNO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               IF SEC-ROLE EQUAL "MASTER" THEN
                   PERFORM P145-PEDE-OVERRIDE THRU P145-FIM
               ELSE
                   MOVE 2210             TO WS-MSG-NUMERO
                   MOVE "AGUARDE O FIM DA RODADA PARA ENTRAR"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
               IF NOT OVERRIDE-BATCH THEN
                   GO TO P125-FIM
           MOVE SEC-PERM-CONSULTAR       TO OPL-PERM-CONSULTAR
           MOVE SEC-PERM-LISTAR          TO OPL-PERM-LISTAR
           MOVE SEC-PERM-EXCLUIR         TO OPL-PERM-EXCLUIR
           MOVE SEC-ESCOPO               TO OPL-ESCOPO
           MOVE SEC-DEPTOS-PERMITIDOS    TO OPL-DEPTOS-PERMITIDOS
           MOVE SEC-IDIOMA               TO OPL-IDIOMA
           SET LOGIN-OK TO TRUE

           MOVE 2211                     TO WS-MSG-NUMERO
           MOVE "OPERADOR & (&) CONECTADO" TO WS-MSG-TEXTO
           MOVE OPL-OPERADOR             TO WS-MSG-PARAM (1)
           MOVE OPL-ROLE                 TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P125-FIM.

      ******************************************************************

           IF SEC-QTD-FALHAS NOT LESS WS-MAX-FALHAS THEN
               MOVE "B"                  TO SEC-STATUS
               MOVE 2212                 TO WS-MSG-NUMERO
               MOVE "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "BLOQUEIO"           TO WS-SEG-EVENTO
           ELSE
               MOVE 2213                 TO WS-MSG-NUMERO
               MOVE "SENHA NAO CADASTRADA NO SECFILE" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "FALHA DE SENHA"     TO WS-SEG-EVENTO
           END-IF

           REWRITE REG-SEC

           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P130-FIM.


           PERFORM P140-VERIFICA-BATCH THRU P140-FIM
           IF BATCH-ATIVO AND NOT OVERRIDE-BATCH THEN
               MOVE 2209                 TO WS-MSG-NUMERO
               MOVE "SISTEMA FECHADO PARA O PROCESSAMENTO NOTURNO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               IF OPL-ROLE EQUAL "MASTER" THEN
                   PERFORM P145-PEDE-OVERRIDE THRU P145-FIM
               END-IF
               IF NOT OVERRIDE-BATCH THEN
                   SET SESSAO-FIM TO TRUE
                   MOVE 2214             TO WS-MSG-NUMERO
                   MOVE "SESSAO ENCERRADA, AGUARDE O FIM DA RODADA"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P110-FIM
               END-IF
           END-IF

           DISPLAY "==================================================="
           MOVE 2215                     TO WS-MSG-NUMERO
           MOVE "MENU PRINCIPAL - CADASTRO DE USUARIOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2216                     TO WS-MSG-NUMERO
           MOVE "OPERADOR: &"            TO WS-MSG-TEXTO
           MOVE OPL-OPERADOR             TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF OPL-PODE-CADASTRAR THEN
               MOVE 2217                 TO WS-MSG-NUMERO
               MOVE "<1> CADASTRAR USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-ALTERAR THEN
               MOVE 2218                 TO WS-MSG-NUMERO
               MOVE "<2> ALTERAR USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-CONSULTAR THEN
               MOVE 2219                 TO WS-MSG-NUMERO
               MOVE "<3> CONSULTAR USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-LISTAR THEN
               MOVE 2220                 TO WS-MSG-NUMERO
               MOVE "<4> LISTAR USUARIOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-EXCLUIR THEN
               MOVE 2221                 TO WS-MSG-NUMERO
               MOVE "<5> EXCLUIR USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 2222                     TO WS-MSG-NUMERO
           MOVE "<6> TROCAR SENHA"       TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF OPL-PODE-EXCLUIR THEN
               MOVE 2223                 TO WS-MSG-NUMERO
               MOVE "<7> REATIVAR USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2224                 TO WS-MSG-NUMERO
               MOVE "<D> FUNDIR CADASTROS DUPLICADOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-CADASTRAR THEN
               MOVE 2225                 TO WS-MSG-NUMERO
               MOVE "<8> DEPARTAMENTOS"  TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-CONSULTAR THEN
               MOVE 2226                 TO WS-MSG-NUMERO
               MOVE "<9> FICHA COMPLETA DO USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2227                 TO WS-MSG-NUMERO
               MOVE "<Q> CONSULTA AOS ARQUIVOS MORTOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-ROLE EQUAL "MASTER" THEN
               MOVE 2228                 TO WS-MSG-NUMERO
               MOVE "<0> ADMINISTRAR OPERADORES" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2229                 TO WS-MSG-NUMERO
               MOVE "<L> ANONIMIZACAO LGPD DE TITULAR" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2230                 TO WS-MSG-NUMERO
               MOVE "<M> CATALOGO DE MENSAGENS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-ROLE EQUAL "GESTOR" OR OPL-ROLE EQUAL "MASTER" THEN
               MOVE 2231                 TO WS-MSG-NUMERO
               MOVE "<P> APROVAR ALTERACOES PENDENTES" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2232                 TO WS-MSG-NUMERO
               MOVE "<X> TRANSFERIR DEPARTAMENTO INTEIRO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2233                 TO WS-MSG-NUMERO
               MOVE "<K> RECERTIFICACAO DE ACESSOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-CADASTRAR THEN
               MOVE 2234                 TO WS-MSG-NUMERO
               MOVE "<C> DADOS COMPLEMENTARES" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2235                 TO WS-MSG-NUMERO
               MOVE "<T> CONTATOS DO USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2236                 TO WS-MSG-NUMERO
               MOVE "<I> PEDIDOS DE TITULARES (LGPD)" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2237                 TO WS-MSG-NUMERO
               MOVE "<O> CONSENTIMENTOS DO USUARIO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-LISTAR THEN
               MOVE 2238                 TO WS-MSG-NUMERO
               MOVE "<G> GERACOES DE RELATORIOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2259                 TO WS-MSG-NUMERO
               MOVE "<E> RELATORIOS SOB DEMANDA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           IF OPL-PODE-ALTERAR THEN
               MOVE 2239                 TO WS-MSG-NUMERO
               MOVE "<R> TOKEN DE RESET DE SENHA DE USUARIO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2240                 TO WS-MSG-NUMERO
               MOVE "<U> DESFAZER ALTERACAO (AUDITORIA)" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2241                 TO WS-MSG-NUMERO
               MOVE "<A> MUDANCAS AGENDADAS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2242                 TO WS-MSG-NUMERO
               MOVE "<V> VERIFICACAO DA AMOSTRA DE QUALIDADE"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE 2243                     TO WS-MSG-NUMERO
           MOVE "<S> SAIR (TROCAR DE OPERADOR)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2244                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADCLIEN" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "2"
                   IF OPL-PODE-ALTERAR THEN
                       CALL "ALTERUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "3"
                   IF OPL-PODE-CONSULTAR THEN
                       CALL "CONSUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "4"
                   IF OPL-PODE-LISTAR THEN
                       CALL "LISTUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "5"
                   IF OPL-PODE-EXCLUIR THEN
                       CALL "DELEUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "6"
                   CALL "TROCSENH"
                   IF OPL-PODE-EXCLUIR THEN
                       CALL "REATUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "8"
                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADDEPTO" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "9"
                   IF OPL-PODE-CONSULTAR THEN
                       CALL "FICHUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "Q"
                   IF OPL-PODE-CONSULTAR THEN
                       CALL "CONSARC" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "0"
                   IF OPL-ROLE EQUAL "MASTER" THEN
                       CALL "SECADMIN" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "L"
                   IF OPL-ROLE EQUAL "MASTER" THEN
                       CALL "ANONUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "M"
                   IF OPL-ROLE EQUAL "MASTER" THEN
                       CALL "CADMSG" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "P"
                   IF OPL-ROLE EQUAL "GESTOR" OR
                      OPL-ROLE EQUAL "MASTER" THEN
                       CALL "APRVUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "X"
                   IF OPL-ROLE EQUAL "GESTOR" OR
                      OPL-ROLE EQUAL "MASTER" THEN
                       CALL "TRFDEPTO" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "K"
                   IF OPL-ROLE EQUAL "GESTOR" OR
                      OPL-ROLE EQUAL "MASTER" THEN
                       CALL "CERTRESP" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "C"
                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADCOMPL" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "T"
                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADCONT" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "I"
                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADLGPD" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "O"
                   IF OPL-PODE-CADASTRAR THEN
                       CALL "CADCONS" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "G"
                   IF OPL-PODE-LISTAR THEN
                       CALL "VERGERAC" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "R"
                   IF OPL-PODE-ALTERAR THEN
                       CALL "TOKUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "U"
                   IF OPL-PODE-ALTERAR THEN
                       CALL "DESFUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "A"
                   IF OPL-PODE-ALTERAR THEN
                       CALL "CADAGEND" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "V"
                   IF OPL-PODE-ALTERAR THEN
                       CALL "AMORESP" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "D"
                   IF OPL-PODE-EXCLUIR THEN
                       CALL "FUNDUSER" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "E"
                   IF OPL-PODE-LISTAR THEN
                       CALL "PEDEREL" USING REG-OPER-LOGADO
                   ELSE
                       MOVE 2245         TO WS-MSG-NUMERO
                       MOVE "OPCAO NAO PERMITIDA PARA A SUA ROLE"
                                         TO WS-MSG-TEXTO
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               WHEN "S"
                   SET SESSAO-FIM TO TRUE
                   MOVE 2246             TO WS-MSG-NUMERO
                   MOVE "SESSAO ENCERRADA, ATE A PROXIMA"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 2247             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P110-FIM.

      ******************************************************************
           P145-PEDE-OVERRIDE.

           MOVE 2248                     TO WS-MSG-NUMERO
           MOVE "O CTLNOITE PODE ESTAR REGRAVANDO OS ARQUIVOS."
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2249                     TO WS-MSG-NUMERO
           MOVE "<S> USAR O SISTEMA MESMO ASSIM (SOMENTE MASTER)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RESP-OVERRIDE

           IF WS-RESP-OVERRIDE EQUAL "S" THEN
               MOVE WS-LOGIN-OPERADOR    TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "OVERRIDE DO BATCH"  TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               MOVE 2250                 TO WS-MSG-NUMERO
               MOVE "OVERRIDE REGISTRADO NO SEGLOG" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P145-FIM.

           END-IF

           IF NOT FS-SESFILE-OK THEN
               MOVE 2251                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO DE SESSOES INDISPONIVEL, FS=&"
                                         TO WS-MSG-TEXTO
               MOVE WS-FS-SESFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE SESFILE
               GO TO P150-FIM
           END-IF
               MOVE WS-LOGIN-OPERADOR    TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "ABERTURA DE SESSAO" TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
           END-IF.
       P150-FIM.
           COMPUTE WS-MIN-PARADA = WS-MIN-AGORA - WS-MIN-SESSAO

           IF WS-MIN-PARADA GREATER WS-LIM-SESSAO THEN
               MOVE 2252                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SESSAO ANTERIOR EXPIRADA NO TERMINAL & FOI "
                      "ASSUMIDA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE SES-TERMINAL         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE WS-LOGIN-OPERADOR    TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "TIMEOUT DE SESSAO"  TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               PERFORM P152-REGRAVA-SESSAO THRU P152-FIM
               GO TO P151-FIM
           END-IF

           MOVE 2253                     TO WS-MSG-NUMERO
           MOVE "OPERADOR JA CONECTADO NO TERMINAL & DESDE &"
                                         TO WS-MSG-TEXTO
           MOVE SES-TERMINAL             TO WS-MSG-PARAM (1)
           MOVE SES-DT-LOGIN             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF SEC-ROLE NOT EQUAL "MASTER" THEN
               MOVE 2254                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "ENCERRE A OUTRA SESSAO OU PECA A UM MASTER PARA "
                      "ASSUMI-LA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P151-FIM
           END-IF

           MOVE 2255                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "<S> ASSUMIR A SESSAO (SOMENTE MASTER - SESSAO DE "
                  "TERMINAL QUE CAIU)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RESP-SESSAO

           IF WS-RESP-SESSAO EQUAL "S" THEN
               MOVE WS-LOGIN-OPERADOR    TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "SESSAO ASSUMIDA"    TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               PERFORM P152-REGRAVA-SESSAO THRU P152-FIM
           END-IF.
           MOVE OPL-OPERADOR             TO WS-SEG-OPERADOR
           MOVE "MENUUSER"               TO WS-SEG-PROGRAMA
           MOVE "SESSAO ENCERRADA"       TO WS-SEG-EVENTO
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P155-FIM.

           MOVE OPL-OPERADOR             TO SES-OPERADOR
           READ SESFILE
           INVALID KEY
               MOVE 2256                 TO WS-MSG-NUMERO
               MOVE "SESSAO NAO EXISTE MAIS, FACA LOGIN DE NOVO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               SET SESSAO-ABERTA TO FALSE
               SET SESSAO-FIM TO TRUE
               CLOSE SESFILE
           END-READ

           IF SES-TERMINAL NOT EQUAL WS-TERMINAL THEN
               MOVE 2257                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SESSAO FOI ASSUMIDA PELO TERMINAL &, FACA LOGIN "
                      "DE NOVO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE SES-TERMINAL         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               SET SESSAO-ABERTA TO FALSE
               SET SESSAO-FIM TO TRUE
               CLOSE SESFILE
           COMPUTE WS-MIN-PARADA = WS-MIN-AGORA - WS-MIN-SESSAO

           IF WS-MIN-PARADA GREATER WS-LIM-SESSAO THEN
               MOVE 2258                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SESSAO EXPIRADA POR INATIVIDADE (& MINUTOS), "
                      "FACA LOGIN DE NOVO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-MIN-PARADA        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               DELETE SESFILE RECORD
               CLOSE SESFILE
               SET SESSAO-ABERTA TO FALSE
               MOVE OPL-OPERADOR         TO WS-SEG-OPERADOR
               MOVE "MENUUSER"           TO WS-SEG-PROGRAMA
               MOVE "TIMEOUT DE SESSAO"  TO WS-SEG-EVENTO
               MOVE WS-MSG-NUMERO        TO WS-SEG-MSG-NUMERO
               PERFORM P965-GRAVA-SEGLOG THRU P965-FIM
               GO TO P160-FIM
           END-IF

           COPY STATCHK.

           COPY MSGMOS.

           COPY SECBOOT.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY HASHPWD.
       END PROGRAM MENUUSER.
