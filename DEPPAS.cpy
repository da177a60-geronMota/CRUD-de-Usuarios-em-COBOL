      ******************************************************************
      * Paragraphs: P811-DEP-ABRE, P812-DEP-REGISTRO, P813-DEP-FECHA
      * Purpose : relatorio de usuarios por departamento, copiado na
      *           PROCEDURE DIVISION do RELDEPTO e da passagem unica
      *           PASSUSER, para as duas rodadas produzirem o mesmo
      *           DEPUSER. P811 zera a tabela e monta o nome da
      *           geracao; P812 conta o registro lido no mirror
      *           CAD-USER; P813 imprime o relatorio, o SEPFEED e
      *           registra a geracao. Fora do SPOOLREL a marca
      *           PRM-SOB-DEMANDA fica desligada (PRMWK). O relatorio
      *           sai como organograma: cada departamento do DEPFILE
      *           recuado sob o pai (DPT-PAI), com o subtotal do ramo
      *           e o teto do ramo contra os ativos do ramo em todo
      *           nivel. O caller precisa de DEPUSER, DEPFILE, SEPFEED
      *           e GERCTLG, de CADWRK, DEPPWK, DPTARVWK, GERWRK, SPDWK
      *           e PRMWK, e copia DPTARV, GERGRV e SPDGRV.
      ******************************************************************
           P811-DEP-ABRE.

           MOVE ZERO                    TO WS-QTD-DEPTOS
           MOVE ZERO                    TO WS-TOTAL-GERAL
           MOVE ZERO                    TO WS-DEP-RC

           MOVE SPACES TO WS-NOME-DEPUSER
           IF PRM-SOB-DEMANDA THEN
               MOVE "C:\Users\PC\Desktop\CRUD\DEPUSER.cbl"
                                        TO WS-NOME-DEPUSER
           ELSE
               STRING "C:\Users\PC\Desktop\CRUD\DEPUSER.D"
                      DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                      ".cbl" DELIMITED BY SIZE
                      INTO WS-NOME-DEPUSER
               END-STRING
           END-IF.
       P811-FIM.

      ******************************************************************
      * P812-DEP-REGISTRO: soma 1 na entrada do departamento do
      * registro lido na tabela em memoria, criando uma entrada nova
      * na primeira vez que o departamento aparece.
      ******************************************************************
           P812-DEP-REGISTRO.

           SET DEPTO-ACHADO TO FALSE
           PERFORM P830-BUSCAR-DEPTO THRU P830-FIM
                   VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-QTD-DEPTOS

           IF NOT DEPTO-ACHADO THEN
               IF WS-QTD-DEPTOS LESS 50 THEN
                   ADD 1                TO WS-QTD-DEPTOS
                   SET WS-TDX           TO WS-QTD-DEPTOS
                   MOVE WS-DEPTO        TO TAB-NOME-DEPTO (WS-TDX)
                   MOVE 1               TO TAB-QTD-USERS (WS-TDX)
                   MOVE ZERO            TO TAB-QTD-ATIVOS (WS-TDX)
                   IF WS-ST-ATIVO THEN
                       MOVE 1           TO TAB-QTD-ATIVOS (WS-TDX)
                   END-IF
               ELSE
                   DISPLAY "TABELA DE DEPARTAMENTOS CHEIA, "
                           "DEPARTAMENTO " WS-DEPTO
                           " NAO ENTROU NO RELATORIO"
               END-IF
           END-IF

           ADD 1                        TO WS-TOTAL-GERAL.
       P812-FIM.

      ******************************************************************
      * P813-DEP-FECHA: grava o DEPUSER (e o SEPFEED, fora do
      * pedido sob demanda) a partir da tabela e registra a geracao.
      ******************************************************************
           P813-DEP-FECHA.

           OPEN OUTPUT DEPUSER

           IF NOT PRM-SOB-DEMANDA THEN
               MOVE "DEPUSER"           TO WS-SPD-RELATORIO
               PERFORM P988-ABRE-SEPARACAO THRU P988-FIM
           END-IF

           PERFORM P810-CABECALHO THRU P810-FIM

           OPEN INPUT DEPFILE
           PERFORM P821-CARREGA-HIER THRU P821-FIM
           CLOSE DEPFILE
           IF HIE-TAB-CHEIA THEN
               DISPLAY "HIERARQUIA COM MAIS DE 200 DEPARTAMENTOS - OS "
                       "EXCEDENTES FICARAM FORA DO DEPUSER"
           END-IF

           PERFORM P814-MONTA-ARVORE THRU P814-FIM

           PERFORM P840-IMPRIMIR THRU P840-FIM

           PERFORM P850-RODAPE THRU P850-FIM

           CLOSE DEPUSER
           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM

           IF NOT PRM-SOB-DEMANDA THEN
               MOVE "DEPUSER"           TO WS-GER-ARQUIVO
               MOVE WS-NOME-DEPUSER     TO WS-GER-NOME
               PERFORM P966-REGISTRA-GERACAO THRU P966-FIM
           END-IF

           DISPLAY "RELATORIO POR DEPARTAMENTO GRAVADO EM DEPUSER".
       P813-FIM.

      ******************************************************************
      * P810-CABECALHO: grava o cabecalho do relatorio com a data da
      * rodada.
      ******************************************************************
           P810-CABECALHO.

           MOVE SPACES                  TO WS-LINHA-DEP
           STRING "USUARIOS POR DEPARTAMENTO - DATA "
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-DEP
           END-STRING
           MOVE WS-LINHA-DEP            TO DEP-LINHA
           WRITE REG-DEPTO-REL

           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                    TO WS-SPD-SECAO
           MOVE SPACES                  TO WS-SPD-DEPTO
           MOVE WS-LINHA-DEP            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE ALL "-"                 TO WS-LINHA-DEP
           MOVE WS-LINHA-DEP            TO DEP-LINHA
           WRITE REG-DEPTO-REL.
       P810-FIM.

      ******************************************************************
      * P830-BUSCAR-DEPTO: procura o departamento do registro atual
      * entre as entradas ja existentes na tabela; quando acha, so
      * soma 1 no total daquela entrada.
      ******************************************************************
           P830-BUSCAR-DEPTO.

           IF WS-DEPTO EQUAL TAB-NOME-DEPTO (WS-TDX) THEN
               ADD 1                    TO TAB-QTD-USERS (WS-TDX)
               IF WS-ST-ATIVO THEN
                   ADD 1                TO TAB-QTD-ATIVOS (WS-TDX)
               END-IF
               SET DEPTO-ACHADO TO TRUE
               SET WS-TDX TO WS-QTD-DEPTOS
           END-IF.
       P830-FIM.

      ******************************************************************
      * P814-MONTA-ARVORE: junta as contagens de TAB-DEPTOS ao
      * TAB-HIER do DEPFILE (codigo gravado no usuario sem mestre
      * entra como raiz, assinalado), liga cada departamento ao
      * indice do pai, calcula o nivel, soma o proprio headcount em
      * todo o ramo acima e rola os tetos de baixo para cima.
      ******************************************************************
           P814-MONTA-ARVORE.

           PERFORM P814-ZERA THRU P814-ZERA-FIM
                   VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-HIER

           PERFORM P814-CONTAGEM THRU P814-CONTAGEM-FIM
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-QTD-DEPTOS

           PERFORM P814-LIGA-PAI THRU P814-LIGA-PAI-FIM
                   VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-HIER

           MOVE 1                       TO WS-ARV-MAX-NIVEL
           PERFORM P815-NIVEL THRU P815-FIM
                   VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-HIER

           PERFORM P816-SOMA-RAMO THRU P816-FIM
                   VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-HIER

           PERFORM P817-TETO-RAMO THRU P817-FIM
                   VARYING WS-ARV-NIV-ROL FROM WS-ARV-MAX-NIVEL BY -1
                   UNTIL WS-ARV-NIV-ROL < 1
                   AFTER WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-HIER.
       P814-FIM.

           P814-ZERA.

           MOVE ZERO                    TO ARV-PAI-IDX (WS-ADX)
           MOVE ZERO                    TO ARV-NIVEL (WS-ADX)
           MOVE ZERO                    TO ARV-QTD-USERS (WS-ADX)
           MOVE ZERO                    TO ARV-QTD-ATIVOS (WS-ADX)
           MOVE ZERO                    TO ARV-RAMO-USERS (WS-ADX)
           MOVE ZERO                    TO ARV-RAMO-ATIVOS (WS-ADX)
           MOVE ZERO                    TO ARV-TETO-FILHOS (WS-ADX)
           MOVE ZERO                    TO ARV-TETO-RAMO (WS-ADX).
       P814-ZERA-FIM.

           P814-CONTAGEM.

           MOVE TAB-NOME-DEPTO (WS-DEP-IDX) TO WS-HIE-ATUAL
           PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM

           IF WS-HIE-POS EQUAL ZERO THEN
               IF WS-QTD-HIER NOT LESS 200 THEN
                   DISPLAY "ORGANOGRAMA CHEIO, DEPARTAMENTO "
                           TAB-NOME-DEPTO (WS-DEP-IDX)
                           " NAO ENTROU NO RELATORIO"
                   GO TO P814-CONTAGEM-FIM
               END-IF
               ADD 1                    TO WS-QTD-HIER
               MOVE WS-QTD-HIER         TO WS-HIE-POS
               MOVE TAB-NOME-DEPTO (WS-DEP-IDX)
                                        TO HIE-CODIGO (WS-HIE-POS)
               MOVE "(SEM CADASTRO NO DEPFILE)"
                                        TO HIE-DESCRICAO (WS-HIE-POS)
               MOVE SPACES              TO HIE-PAI (WS-HIE-POS)
               MOVE "A"                 TO HIE-STATUS (WS-HIE-POS)
               MOVE ZERO                TO HIE-VAGAS (WS-HIE-POS)
               MOVE WS-HIE-POS          TO WS-ADX
               PERFORM P814-ZERA THRU P814-ZERA-FIM
           END-IF

           ADD TAB-QTD-USERS (WS-DEP-IDX)
                                    TO ARV-QTD-USERS (WS-HIE-POS)
           ADD TAB-QTD-ATIVOS (WS-DEP-IDX)
                                    TO ARV-QTD-ATIVOS (WS-HIE-POS).
       P814-CONTAGEM-FIM.

      *    Pai fora do DEPFILE (ou em branco) deixa o departamento
      *    como raiz.
           P814-LIGA-PAI.

           MOVE ZERO                    TO ARV-PAI-IDX (WS-ADX)
           IF HIE-PAI (WS-ADX) NOT EQUAL SPACES THEN
               MOVE HIE-PAI (WS-ADX)    TO WS-HIE-ATUAL
               PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM
               MOVE WS-HIE-POS          TO ARV-PAI-IDX (WS-ADX)
           END-IF.
       P814-LIGA-PAI-FIM.

      ******************************************************************
      * P815-NIVEL: nivel do departamento na arvore (1 = raiz). O
      * CADDEPTO nao deixa gravar ciclo, mas um DEPFILE mexido por
      * fora ainda pode ter um: a subida passa de 20 niveis e o
      * departamento e impresso como raiz, com aviso, em vez de o
      * organograma entrar em laco.
      ******************************************************************
           P815-NIVEL.

           MOVE 1                       TO WS-ARV-NIVEL
           MOVE ARV-PAI-IDX (WS-ADX)    TO WS-ARV-ANC
           PERFORM P815-SOBE THRU P815-SOBE-FIM
                   UNTIL WS-ARV-ANC EQUAL ZERO OR WS-ARV-NIVEL > 20

           IF WS-ARV-NIVEL > 20 THEN
               DISPLAY "CICLO NA HIERARQUIA EM " HIE-CODIGO (WS-ADX)
                       ", IMPRESSO COMO RAIZ"
               MOVE ZERO                TO ARV-PAI-IDX (WS-ADX)
               MOVE 1                   TO WS-ARV-NIVEL
           END-IF

           MOVE WS-ARV-NIVEL            TO ARV-NIVEL (WS-ADX)
           IF WS-ARV-NIVEL GREATER WS-ARV-MAX-NIVEL THEN
               MOVE WS-ARV-NIVEL        TO WS-ARV-MAX-NIVEL
           END-IF.
       P815-FIM.

           P815-SOBE.

           ADD 1                        TO WS-ARV-NIVEL
           MOVE ARV-PAI-IDX (WS-ARV-ANC) TO WS-ARV-ANC.
       P815-SOBE-FIM.

      ******************************************************************
      * P816-SOMA-RAMO: o headcount do proprio departamento entra no
      * subtotal do ramo dele e de cada ancestral ate a raiz.
      ******************************************************************
           P816-SOMA-RAMO.

           MOVE WS-ADX                  TO WS-ARV-ANC
           PERFORM P816-SOBE THRU P816-SOBE-FIM
                   UNTIL WS-ARV-ANC EQUAL ZERO.
       P816-FIM.

           P816-SOBE.

           ADD ARV-QTD-USERS (WS-ADX)   TO ARV-RAMO-USERS (WS-ARV-ANC)
           ADD ARV-QTD-ATIVOS (WS-ADX)  TO ARV-RAMO-ATIVOS (WS-ARV-ANC)
           MOVE ARV-PAI-IDX (WS-ARV-ANC) TO WS-ARV-ANC.
       P816-SOBE-FIM.

      ******************************************************************
      * P817-TETO-RAMO: percorrido do nivel mais fundo para a raiz -
      * o teto do ramo e o DPT-VAGAS do proprio departamento ou, sem
      * ele, a soma dos tetos dos ramos filhos; cada ramo soma o seu
      * teto no do pai.
      ******************************************************************
           P817-TETO-RAMO.

           IF ARV-NIVEL (WS-ADX) NOT EQUAL WS-ARV-NIV-ROL THEN
               GO TO P817-FIM
           END-IF

           IF HIE-VAGAS (WS-ADX) NOT EQUAL ZERO THEN
               MOVE HIE-VAGAS (WS-ADX)  TO ARV-TETO-RAMO (WS-ADX)
           ELSE
               MOVE ARV-TETO-FILHOS (WS-ADX) TO ARV-TETO-RAMO (WS-ADX)
           END-IF

           MOVE ARV-PAI-IDX (WS-ADX)    TO WS-ARV-ANC
           IF WS-ARV-ANC NOT EQUAL ZERO THEN
               ADD ARV-TETO-RAMO (WS-ADX)
                                    TO ARV-TETO-FILHOS (WS-ARV-ANC)
           END-IF.
       P817-FIM.

      ******************************************************************
      * P840-IMPRIMIR: grava o organograma - cada departamento recuado
      * dois espacos por nivel sob o pai, os filhos em ordem de codigo
      * e, ao fechar cada ramo, o subtotal e o teto do ramo. Codigo
      * gravado no usuario sem mestre no DEPFILE sai como raiz, no
      * fim, assinalado como nao cadastrado.
      ******************************************************************
           P840-IMPRIMIR.

           MOVE ZERO                    TO WS-ARV-BUSCA-PAI
           MOVE 1                       TO WS-ARV-BUSCA-DE
           PERFORM P843-PROCURA THRU P843-FIM
           MOVE WS-ARV-PROX             TO WS-ARV-ATUAL

           PERFORM P841-VISITA THRU P841-FIM
                   UNTIL WS-ARV-ATUAL EQUAL ZERO.
       P840-FIM.

      ******************************************************************
      * P841-VISITA: imprime o departamento atual e desce para o
      * primeiro filho; sem filho, fecha o ramo e segue para o proximo
      * irmao (ou sobe fechando os ramos dos pais).
      ******************************************************************
           P841-VISITA.

           PERFORM P842-LINHA-DEPTO THRU P842-FIM

           MOVE WS-ARV-ATUAL            TO WS-ARV-BUSCA-PAI
           MOVE 1                       TO WS-ARV-BUSCA-DE
           PERFORM P843-PROCURA THRU P843-FIM
           IF WS-ARV-PROX NOT EQUAL ZERO THEN
               MOVE WS-ARV-PROX         TO WS-ARV-ATUAL
               GO TO P841-FIM
           END-IF

           SET ARV-FIM-FECHA TO FALSE
           PERFORM P844-FECHA-RAMO THRU P844-FIM
                   UNTIL ARV-FIM-FECHA.
       P841-FIM.

           P842-LINHA-DEPTO.

           COMPUTE WS-ARV-RECUO =
               (ARV-NIVEL (WS-ARV-ATUAL) - 1) * 2 + 1
           MOVE SPACES                  TO WS-LINHA-DEP
           STRING "DEPARTAMENTO: "      DELIMITED BY SIZE
                  HIE-CODIGO (WS-ARV-ATUAL) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  HIE-DESCRICAO (WS-ARV-ATUAL) DELIMITED BY SIZE
                  "   TOTAL: "          DELIMITED BY SIZE
                  ARV-QTD-USERS (WS-ARV-ATUAL) DELIMITED BY SIZE
                  "   ATIVOS: "         DELIMITED BY SIZE
                  ARV-QTD-ATIVOS (WS-ARV-ATUAL) DELIMITED BY SIZE
                  INTO WS-LINHA-DEP
                  WITH POINTER WS-ARV-RECUO
           END-STRING
           IF HIE-EXTINTO (WS-ARV-ATUAL) THEN
               STRING " EXTINTO"        DELIMITED BY SIZE
                      INTO WS-LINHA-DEP
                      WITH POINTER WS-ARV-RECUO
               END-STRING
           END-IF
           PERFORM P846-GRAVA-LINHA THRU P846-FIM.
       P842-FIM.

      *    Menor indice a partir de WS-ARV-BUSCA-DE cujo pai e
      *    WS-ARV-BUSCA-PAI (zero = raiz) em WS-ARV-PROX; zero quando
      *    nao ha.
           P843-PROCURA.

           MOVE ZERO                    TO WS-ARV-PROX
           PERFORM P843-COMPARA THRU P843-COMPARA-FIM
                   VARYING WS-BDX FROM WS-ARV-BUSCA-DE BY 1
                   UNTIL WS-BDX > WS-QTD-HIER OR
                         WS-ARV-PROX NOT EQUAL ZERO.
       P843-FIM.

           P843-COMPARA.

           IF ARV-PAI-IDX (WS-BDX) EQUAL WS-ARV-BUSCA-PAI THEN
               MOVE WS-BDX              TO WS-ARV-PROX
           END-IF.
       P843-COMPARA-FIM.

      ******************************************************************
      * P844-FECHA-RAMO: imprime o subtotal do ramo atual e passa ao
      * proximo irmao; sem irmao, sobe para o pai, cujo ramo fecha na
      * volta seguinte. Acima da raiz o organograma acabou.
      ******************************************************************
           P844-FECHA-RAMO.

           PERFORM P845-SUBTOTAL THRU P845-FIM

           MOVE ARV-PAI-IDX (WS-ARV-ATUAL) TO WS-ARV-BUSCA-PAI
           COMPUTE WS-ARV-BUSCA-DE = WS-ARV-ATUAL + 1
           PERFORM P843-PROCURA THRU P843-FIM
           IF WS-ARV-PROX NOT EQUAL ZERO THEN
               MOVE WS-ARV-PROX         TO WS-ARV-ATUAL
               SET ARV-FIM-FECHA TO TRUE
               GO TO P844-FIM
           END-IF

           MOVE WS-ARV-BUSCA-PAI        TO WS-ARV-ATUAL
           IF WS-ARV-ATUAL EQUAL ZERO THEN
               SET ARV-FIM-FECHA TO TRUE
           END-IF.
       P844-FIM.

      ******************************************************************
      * P845-SUBTOTAL: subtotal do ramo (o departamento e tudo abaixo
      * dele) e o teto do ramo contra os ativos do ramo, com o saldo
      * negativo assinalado; um teto proprio menor que a soma dos
      * tetos abaixo dele tambem sai assinalado.
      ******************************************************************
           P845-SUBTOTAL.

           COMPUTE WS-ARV-RECUO =
               (ARV-NIVEL (WS-ARV-ATUAL) - 1) * 2 + 3
           MOVE SPACES                  TO WS-LINHA-DEP
           STRING "SUBTOTAL DO RAMO "   DELIMITED BY SIZE
                  HIE-CODIGO (WS-ARV-ATUAL) DELIMITED BY SIZE
                  "   TOTAL: "          DELIMITED BY SIZE
                  ARV-RAMO-USERS (WS-ARV-ATUAL) DELIMITED BY SIZE
                  "   ATIVOS: "         DELIMITED BY SIZE
                  ARV-RAMO-ATIVOS (WS-ARV-ATUAL) DELIMITED BY SIZE
                  INTO WS-LINHA-DEP
                  WITH POINTER WS-ARV-RECUO
           END-STRING
           PERFORM P846-GRAVA-LINHA THRU P846-FIM

           COMPUTE WS-ARV-RECUO =
               (ARV-NIVEL (WS-ARV-ATUAL) - 1) * 2 + 3
           MOVE SPACES                  TO WS-LINHA-DEP
           IF ARV-TETO-RAMO (WS-ARV-ATUAL) EQUAL ZERO THEN
               STRING "SEM TETO DE VAGAS DEFINIDO NO RAMO"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-DEP
                      WITH POINTER WS-ARV-RECUO
               END-STRING
           ELSE
               COMPUTE WS-SALDO-VAGAS =
                   ARV-TETO-RAMO (WS-ARV-ATUAL) -
                   ARV-RAMO-ATIVOS (WS-ARV-ATUAL)
               MOVE WS-SALDO-VAGAS      TO WS-SALDO-VAGAS-ED
               MOVE SPACES              TO WS-MARCA-TETO
               IF WS-SALDO-VAGAS LESS ZERO THEN
                   MOVE " *** ACIMA DO TETO ***" TO WS-MARCA-TETO
               END-IF
               MOVE "(PROPRIO)"         TO WS-ARV-ORIGEM-TETO
               IF HIE-VAGAS (WS-ARV-ATUAL) EQUAL ZERO THEN
                   MOVE "(DOS FILHOS)"  TO WS-ARV-ORIGEM-TETO
               END-IF
               STRING "TETO DO RAMO: "  DELIMITED BY SIZE
                      ARV-TETO-RAMO (WS-ARV-ATUAL) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-ARV-ORIGEM-TETO DELIMITED BY SIZE
                      "   SALDO: "      DELIMITED BY SIZE
                      WS-SALDO-VAGAS-ED DELIMITED BY SIZE
                      WS-MARCA-TETO     DELIMITED BY SIZE
                      INTO WS-LINHA-DEP
                      WITH POINTER WS-ARV-RECUO
               END-STRING
           END-IF
           PERFORM P846-GRAVA-LINHA THRU P846-FIM

           IF HIE-VAGAS (WS-ARV-ATUAL) NOT EQUAL ZERO AND
              ARV-TETO-FILHOS (WS-ARV-ATUAL) GREATER
              HIE-VAGAS (WS-ARV-ATUAL) THEN
               COMPUTE WS-ARV-RECUO =
                   (ARV-NIVEL (WS-ARV-ATUAL) - 1) * 2 + 3
               MOVE SPACES              TO WS-LINHA-DEP
               STRING "*** OS TETOS ABAIXO SOMAM " DELIMITED BY SIZE
                      ARV-TETO-FILHOS (WS-ARV-ATUAL) DELIMITED BY SIZE
                      ", ACIMA DO TETO DO RAMO ***" DELIMITED BY SIZE
                      INTO WS-LINHA-DEP
                      WITH POINTER WS-ARV-RECUO
               END-STRING
               PERFORM P846-GRAVA-LINHA THRU P846-FIM
           END-IF.
       P845-FIM.

      *    Grava WS-LINHA-DEP no DEPUSER e no SEPFEED, marcada com o
      *    codigo do departamento atual para a copia do gestor.
           P846-GRAVA-LINHA.

           MOVE WS-LINHA-DEP            TO DEP-LINHA
           WRITE REG-DEPTO-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 1                       TO WS-SPD-SECAO
           MOVE HIE-CODIGO (WS-ARV-ATUAL) TO WS-SPD-DEPTO
           MOVE WS-LINHA-DEP            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P846-FIM.

      ******************************************************************
      * P850-RODAPE: grava o total geral de usuarios contados, para
      * conferencia contra a soma das linhas do relatorio.
      ******************************************************************
           P850-RODAPE.

           MOVE ALL "-"                 TO WS-LINHA-DEP
           MOVE WS-LINHA-DEP            TO DEP-LINHA
           WRITE REG-DEPTO-REL

           MOVE SPACES                  TO WS-LINHA-DEP
           STRING "TOTAL GERAL DE USUARIOS: " DELIMITED BY SIZE
                  WS-TOTAL-GERAL             DELIMITED BY SIZE
                  INTO WS-LINHA-DEP
           END-STRING
           MOVE WS-LINHA-DEP            TO DEP-LINHA
           WRITE REG-DEPTO-REL.
       P850-FIM.
