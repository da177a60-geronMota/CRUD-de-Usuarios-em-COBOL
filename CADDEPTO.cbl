      *                 bloqueio (registro "V" de CADCTRL, padrao 10).
      *                 A planilha de vagas que ninguem conferia saiu
      *                 do papel e entrou no mestre.
      * 15/10/26 GERO - Opcao <9> mantem a tabela de distribuicao
      *                 DSTFILE: quem recebe, e onde, a copia de cada
      *                 departamento dos relatorios separados pelo
      *                 SEPAREL - por relatorio ou, com o relatorio em
      *                 branco, como padrao do departamento.
      * 15/10/26 GERO - Recebe o REG-OPER-LOGADO do MENUUSER. Mensagens
      *                 de tela pelo catalogo MSGFILE (rotina MSGMOS),
      *                 no idioma do operador logado (OPL-IDIOMA), cada
      *                 uma com numero proprio (faixa 1000).
      * 15/10/26 GERO - Hierarquia de departamentos (DPT-PAI): a
      *                 inclusao pede o departamento pai (ENTER = raiz)
      *                 e a opcao <A> pendura um departamento, com o
      *                 ramo inteiro, sob outro pai - validados pela
      *                 rotina compartilhada DPTARV (pai cadastrado, sem
      *                 ciclo, pai extinto nao recebe filho ativo).
      *                 Extinguir exige tambem nenhum filho ativo e
      *                 reativar exige pai ativo; consulta e lista
      *                 mostram o pai.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDEPTO.
           COPY DPTSEL.
           COPY CADSEL.
           COPY SEQSEL.
           COPY DSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       FD DSTFILE.
           COPY DSTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-VAGAS                       PIC 9(05).
       77 WS-TOLERANCIA                  PIC 9(02).
       77 WS-FS-DSTFILE                  PIC 99.
        88 FS-DSTFILE-OK                 VALUE 0.
       77 WS-FIM-DST                     PIC X.
        88 FIM-DST-OK                    VALUE "S" FALSE "N".
       77 WS-RELATORIO                   PIC X(08).
        88 RELATORIO-VALIDO              VALUE SPACES "RELUSER"
                                         "DEPUSER" "DORREL" "ANVREL".
       77 WS-DESTINATARIO                PIC X(30).
       77 WS-LOCAL                       PIC X(30).
       77 WS-PAI                         PIC X(10).
       77 WS-STATUS                      PIC X(01).
       77 WS-QTD-FILHOS                  PIC 9(03).

           COPY STATWRK.

           COPY MSGWK.

           COPY DPTARVWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P250-DEPARTAMENTOS: mainline - abre (ou cria) o DEPFILE e
           P250-DEPARTAMENTOS.

           MOVE "CADDEPTO"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           OPEN I-O DEPFILE
           IF WS-FS-DEPFILE EQUAL 35 THEN
           P251-MENU.

           DISPLAY "==================================================="
           MOVE 1001                     TO WS-MSG-NUMERO
           MOVE "MANUTENCAO DE DEPARTAMENTOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1002                     TO WS-MSG-NUMERO
           MOVE "<1> INCLUIR DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1003                     TO WS-MSG-NUMERO
           MOVE "<2> ALTERAR DESCRICAO"  TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1004                     TO WS-MSG-NUMERO
           MOVE "<3> CONSULTAR DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1005                     TO WS-MSG-NUMERO
           MOVE "<4> LISTAR DEPARTAMENTOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1006                     TO WS-MSG-NUMERO
           MOVE "<5> EXTINGUIR DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1007                     TO WS-MSG-NUMERO
           MOVE "<6> REATIVAR DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1008                     TO WS-MSG-NUMERO
           MOVE "<7> TETO DE VAGAS DE UM DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1009                     TO WS-MSG-NUMERO
           MOVE "<8> TOLERANCIA DO BLOQUEIO DE VAGAS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1010                     TO WS-MSG-NUMERO
           MOVE "<9> DISTRIBUICAO DOS RELATORIOS POR DEPARTAMENTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1062                     TO WS-MSG-NUMERO
           MOVE "<A> ALTERAR DEPARTAMENTO PAI" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1011                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

                   PERFORM P262-TETO-VAGAS THRU P262-FIM
               WHEN "8"
                   PERFORM P263-TOLERANCIA THRU P263-FIM
               WHEN "9"
                   PERFORM P264-DISTRIBUICAO THRU P264-FIM
               WHEN "A"
                   PERFORM P270-ALTERA-PAI THRU P270-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 1012             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P251-FIM.

      ******************************************************************
      * P252-INCLUIR: grava um departamento novo, recusando codigo em
      * branco, descricao em branco e codigo ja existente. O pai
      * (ENTER = raiz) passa pela validacao da hierarquia (DPTARV).
      ******************************************************************
           P252-INCLUIR.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           IF WS-CODIGO EQUAL SPACES THEN
               MOVE 1014                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P252-FIM
           END-IF

           MOVE 1015                     TO WS-MSG-NUMERO
           MOVE "DIGITE A DESCRICAO OFICIAL" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO EQUAL SPACES THEN
               MOVE 1016                 TO WS-MSG-NUMERO
               MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P252-FIM
           END-IF

           MOVE ZERO                     TO WS-VAGAS
           MOVE 1017                     TO WS-MSG-NUMERO
           MOVE "TETO DE VAGAS (ENTER = SEM TETO)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-VAGAS

           MOVE SPACES                   TO WS-PAI
           MOVE 1063                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO PAI (ENTER = NENHUM, RAIZ)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PAI

           PERFORM P273-CARREGA-ARVORE THRU P273-FIM
           MOVE WS-CODIGO                TO WS-HIE-FILHO
           MOVE WS-PAI                   TO WS-HIE-PAI-NOVO
           PERFORM P824-VALIDA-PAI THRU P824-FIM
           IF NOT HIE-PAI-OK THEN
               PERFORM P272-RECUSA-PAI THRU P272-FIM
               GO TO P252-FIM
           END-IF

           MOVE WS-CODIGO                TO DPT-CODIGO
           MOVE WS-DESCRICAO             TO DPT-DESCRICAO
           MOVE "A"                      TO DPT-STATUS
           MOVE WS-VAGAS                 TO DPT-VAGAS
           MOVE WS-PAI                   TO DPT-PAI

           WRITE REG-DEPTO
           INVALID KEY
               MOVE 1018                 TO WS-MSG-NUMERO
               MOVE "CODIGO JA CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 1019                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO INCLUIDO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-WRITE.
       P252-FIM.

      ******************************************************************
           P253-ALTERAR.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 1021                 TO WS-MSG-NUMERO
               MOVE "DESCRICAO ATUAL: &" TO WS-MSG-TEXTO
               MOVE DPT-DESCRICAO        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1022                 TO WS-MSG-NUMERO
               MOVE "DIGITE A NOVA DESCRICAO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-DESCRICAO
               IF WS-DESCRICAO EQUAL SPACES THEN
                   MOVE 1016             TO WS-MSG-NUMERO
                   MOVE "DESCRICAO NAO PODE FICAR EM BRANCO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE WS-DESCRICAO     TO DPT-DESCRICAO
                   REWRITE REG-DEPTO
                   MOVE 1023             TO WS-MSG-NUMERO
                   MOVE "DESCRICAO ALTERADA COM SUCESSO" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P253-FIM.
      ******************************************************************
           P254-CONSULTAR.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 1024                 TO WS-MSG-NUMERO
               MOVE "CODIGO   : &"       TO WS-MSG-TEXTO
               MOVE DPT-CODIGO           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1025                 TO WS-MSG-NUMERO
               MOVE "DESCRICAO: &"       TO WS-MSG-TEXTO
               MOVE DPT-DESCRICAO        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1026                 TO WS-MSG-NUMERO
               MOVE "STATUS   : &"       TO WS-MSG-TEXTO
               MOVE DPT-STATUS           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1027                 TO WS-MSG-NUMERO
               MOVE "TETO     : &"       TO WS-MSG-TEXTO
               MOVE DPT-VAGAS            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1064                 TO WS-MSG-NUMERO
               MOVE "PAI      : &"       TO WS-MSG-TEXTO
               MOVE DPT-PAI              TO WS-MSG-PARAM (1)
               IF DPT-PAI EQUAL SPACES THEN
                   MOVE "(RAIZ)"         TO WS-MSG-PARAM (1)
               END-IF
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P254-FIM.

           END-START

           IF WS-QTD-LISTADOS EQUAL ZERO THEN
               MOVE 1028                 TO WS-MSG-NUMERO
               MOVE "NENHUM DEPARTAMENTO CADASTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1029                 TO WS-MSG-NUMERO
               MOVE "TOTAL DE DEPARTAMENTOS: &" TO WS-MSG-TEXTO
               MOVE WS-QTD-LISTADOS      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P255-FIM.

               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1                     TO WS-QTD-LISTADOS
               MOVE 1030                 TO WS-MSG-NUMERO
               MOVE "& - & STATUS: & TETO: &" TO WS-MSG-TEXTO
               MOVE DPT-CODIGO           TO WS-MSG-PARAM (1)
               MOVE DPT-DESCRICAO        TO WS-MSG-PARAM (2)
               MOVE DPT-STATUS           TO WS-MSG-PARAM (3)
               MOVE DPT-VAGAS            TO WS-MSG-PARAM (4)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               IF DPT-PAI NOT EQUAL SPACES THEN
                   MOVE 1065             TO WS-MSG-NUMERO
                   MOVE "     ABAIXO DE &" TO WS-MSG-TEXTO
                   MOVE DPT-PAI          TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P256-FIM.

      ******************************************************************
      * P257-EXTINGUIR: marca um departamento como extinto - so com
      * zero usuarios ativos nele no CADUSER (transfira as pessoas
      * antes, pelo TRFDEPTO) e sem departamento filho ativo (extinga
      * ou mova o ramo antes). Extinto deixa de ser aceito nos
      * caminhos de entrada, mas nao sai dos relatorios.
      ******************************************************************
           P257-EXTINGUIR.

           MOVE 1031                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO A EXTINGUIR"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P257-FIM
           END-READ

           IF DPT-EXTINTO THEN
               MOVE 1032                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO JA ESTA EXTINTO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P257-FIM
           END-IF

           PERFORM P259-CONTA-ATIVOS THRU P259-FIM

           IF WS-QTD-ATIVOS NOT EQUAL ZERO THEN
               MOVE 1033                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPARTAMENTO AINDA TEM & USUARIO(S) ATIVO(S) - "
                      "TRANSFIRA PELO TRFDEPTO ANTES DE EXTINGUIR"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-QTD-ATIVOS        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P257-FIM
           END-IF

           PERFORM P273-CARREGA-ARVORE THRU P273-FIM
           MOVE ZERO                     TO WS-QTD-FILHOS
           PERFORM P271-CONTA-FILHO THRU P271-FIM
                   VARYING WS-HDX FROM 1 BY 1
                   UNTIL WS-HDX > WS-QTD-HIER

           IF WS-QTD-FILHOS NOT EQUAL ZERO THEN
               MOVE 1066                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DEPARTAMENTO TEM & DEPARTAMENTO(S) FILHO(S) "
                      "ATIVO(S) - EXTINGA OU MOVA O RAMO ANTES"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-QTD-FILHOS        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P257-FIM
           END-IF

           MOVE WS-CODIGO                TO DPT-CODIGO
           READ DEPFILE
           MOVE "E"                      TO DPT-STATUS
           REWRITE REG-DEPTO
           MOVE 1034                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO EXTINTO COM SUCESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P257-FIM.

      ******************************************************************
      * P258-REATIVAR: devolve um departamento extinto ao status
      * ativo - desde que o pai dele nao esteja extinto (reative o
      * pai antes, ou mova o ramo).
      ******************************************************************
           P258-REATIVAR.

           MOVE 1035                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO A REATIVAR"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P258-FIM
           END-READ

           IF DPT-ATIVO THEN
               MOVE 1036                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO JA ESTA ATIVO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P258-FIM
           END-IF

           IF DPT-PAI NOT EQUAL SPACES THEN
               MOVE DPT-PAI              TO WS-PAI
               PERFORM P273-CARREGA-ARVORE THRU P273-FIM
               MOVE WS-PAI               TO WS-HIE-ATUAL
               PERFORM P821-ACHA-HIER THRU P821-ACHA-HIER-FIM
               IF WS-HIE-POS NOT EQUAL ZERO THEN
                   IF HIE-EXTINTO (WS-HIE-POS) THEN
                       MOVE 1067         TO WS-MSG-NUMERO
                       MOVE SPACES       TO WS-MSG-TEXTO
                       STRING "DEPARTAMENTO PAI & ESTA EXTINTO - "
                              "REATIVE O PAI OU MOVA O RAMO ANTES"
                              DELIMITED BY SIZE INTO WS-MSG-TEXTO
                       END-STRING
                       MOVE WS-PAI       TO WS-MSG-PARAM (1)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                       GO TO P258-FIM
                   END-IF
               END-IF
               MOVE WS-CODIGO            TO DPT-CODIGO
               READ DEPFILE
           END-IF

           MOVE "A"                      TO DPT-STATUS
           REWRITE REG-DEPTO
           MOVE 1037                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO REATIVADO COM SUCESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P258-FIM.

      ******************************************************************
      ******************************************************************
           P262-TETO-VAGAS.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 1038                 TO WS-MSG-NUMERO
               MOVE "TETO ATUAL: &"      TO WS-MSG-TEXTO
               MOVE DPT-VAGAS            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE ZERO                 TO WS-VAGAS
               MOVE 1039                 TO WS-MSG-NUMERO
               MOVE "NOVO TETO DE VAGAS (ENTER = SEM TETO)"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-VAGAS
               MOVE WS-VAGAS             TO DPT-VAGAS
               REWRITE REG-DEPTO
               MOVE 1040                 TO WS-MSG-NUMERO
               MOVE "TETO DE VAGAS ATUALIZADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P262-FIM.

      ******************************************************************
           P263-TOLERANCIA.

           MOVE 1041                     TO WS-MSG-NUMERO
           MOVE "DIGITE A TOLERANCIA PERCENTUAL (1 A 99)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-TOLERANCIA

           IF WS-TOLERANCIA EQUAL ZERO THEN
               MOVE 1042                 TO WS-MSG-NUMERO
               MOVE "TOLERANCIA INVALIDA, NADA ALTERADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P263-FIM
           END-IF


           CLOSE CADCTRL

           MOVE 1043                     TO WS-MSG-NUMERO
           MOVE "TOLERANCIA ATUALIZADA PARA &%" TO WS-MSG-TEXTO
           MOVE WS-TOLERANCIA            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P263-FIM.

      ******************************************************************
      * P264-DISTRIBUICAO: abre (ou cria) a tabela de distribuicao
      * DSTFILE e repete o menu dela ate o operador voltar - quem
      * recebe a copia de cada departamento dos relatorios que o
      * SEPAREL separa (RELUSER, DEPUSER, DORREL, ANVREL).
      ******************************************************************
           P264-DISTRIBUICAO.

           OPEN I-O DSTFILE
           IF WS-FS-DSTFILE EQUAL 35 THEN
               OPEN OUTPUT DSTFILE
               CLOSE DSTFILE
               OPEN I-O DSTFILE
           END-IF

           MOVE WS-FS-DSTFILE            TO WS-FS-CODIGO
           MOVE "DSTFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-DSTFILE-OK THEN
               SET FIM-DST-OK TO FALSE
               PERFORM P265-MENU-DISTRIB THRU P265-FIM
                       UNTIL FIM-DST-OK
           END-IF

           CLOSE DSTFILE.
       P264-FIM.

           P265-MENU-DISTRIB.

           DISPLAY "==================================================="
           MOVE 1044                     TO WS-MSG-NUMERO
           MOVE "DISTRIBUICAO DOS RELATORIOS POR DEPARTAMENTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1045                     TO WS-MSG-NUMERO
           MOVE "<1> DEFINIR DESTINATARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1046                     TO WS-MSG-NUMERO
           MOVE "<2> CONSULTAR DESTINATARIOS DE UM DEPARTAMENTO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1047                     TO WS-MSG-NUMERO
           MOVE "<3> EXCLUIR DESTINATARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1048                     TO WS-MSG-NUMERO
           MOVE "<V> VOLTAR"             TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P266-DEFINE-DESTINO THRU P266-FIM
               WHEN "2"
                   PERFORM P267-CONSULTA-DESTINO THRU P267-FIM
               WHEN "3"
                   PERFORM P269-EXCLUI-DESTINO THRU P269-FIM
               WHEN "V"
                   SET FIM-DST-OK TO TRUE
               WHEN OTHER
                   MOVE 1012             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P265-FIM.

      ******************************************************************
      * P266-DEFINE-DESTINO: inclui ou regrava o destinatario de um
      * departamento cadastrado no DEPFILE - para um relatorio so, ou
      * em branco como padrao de todos os relatorios do departamento.
      ******************************************************************
           P266-DEFINE-DESTINO.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P266-FIM
           END-READ

           MOVE SPACES                   TO WS-RELATORIO
           MOVE 1049                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "RELATORIO (RELUSER/DEPUSER/DORREL/ANVREL, ENTER = "
                  "TODOS)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RELATORIO
           IF NOT RELATORIO-VALIDO THEN
               MOVE 1050                 TO WS-MSG-NUMERO
               MOVE "RELATORIO NAO SEPARADO POR DEPARTAMENTO: &"
                                         TO WS-MSG-TEXTO
               MOVE WS-RELATORIO         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P266-FIM
           END-IF

           MOVE 1051                     TO WS-MSG-NUMERO
           MOVE "NOME DO DESTINATARIO"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DESTINATARIO
           IF WS-DESTINATARIO EQUAL SPACES THEN
               MOVE 1052                 TO WS-MSG-NUMERO
               MOVE "DESTINATARIO NAO PODE FICAR EM BRANCO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P266-FIM
           END-IF

           MOVE SPACES                   TO WS-LOCAL
           MOVE 1053                     TO WS-MSG-NUMERO
           MOVE "LOCAL DE ENTREGA (SALA/ANDAR)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LOCAL

           MOVE WS-CODIGO                TO DST-DEPTO
           MOVE WS-RELATORIO             TO DST-RELATORIO

           READ DSTFILE
           INVALID KEY
               MOVE WS-CODIGO            TO DST-DEPTO
               MOVE WS-RELATORIO         TO DST-RELATORIO
               MOVE WS-DESTINATARIO      TO DST-DESTINATARIO
               MOVE WS-LOCAL             TO DST-LOCAL
               WRITE REG-DISTRIB
               MOVE 1054                 TO WS-MSG-NUMERO
               MOVE "DESTINATARIO INCLUIDO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE WS-DESTINATARIO      TO DST-DESTINATARIO
               MOVE WS-LOCAL             TO DST-LOCAL
               REWRITE REG-DISTRIB
               MOVE 1055                 TO WS-MSG-NUMERO
               MOVE "DESTINATARIO ALTERADO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P266-FIM.

      ******************************************************************
      * P267-CONSULTA-DESTINO: mostra todas as linhas da tabela de um
      * departamento (a padrao primeiro, por ter o relatorio em
      * branco).
      ******************************************************************
           P267-CONSULTA-DESTINO.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO

           MOVE ZERO                     TO WS-QTD-LISTADOS
           MOVE WS-CODIGO                TO DST-DEPTO
           MOVE SPACES                   TO DST-RELATORIO
           SET EOF-OK TO FALSE

           START DSTFILE KEY IS NOT LESS DST-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P268-LER-DESTINO THRU P268-FIM UNTIL EOF-OK
           END-START

           IF WS-QTD-LISTADOS EQUAL ZERO THEN
               MOVE 1056                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "NENHUM DESTINATARIO DEFINIDO PARA & - A COPIA "
                      "SAI SEM DESTINO NA FOLHA DE CONTROLE"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P267-FIM.

           P268-LER-DESTINO.

           READ DSTFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF DST-DEPTO NOT EQUAL WS-CODIGO THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-LISTADOS
                   IF DST-RELATORIO EQUAL SPACES THEN
                       MOVE 1057         TO WS-MSG-NUMERO
                       MOVE "(TODOS)   -> & EM &" TO WS-MSG-TEXTO
                       MOVE DST-DESTINATARIO TO WS-MSG-PARAM (1)
                       MOVE DST-LOCAL    TO WS-MSG-PARAM (2)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   ELSE
                       MOVE 1058         TO WS-MSG-NUMERO
                       MOVE "& -> & EM &" TO WS-MSG-TEXTO
                       MOVE DST-RELATORIO TO WS-MSG-PARAM (1)
                       MOVE DST-DESTINATARIO TO WS-MSG-PARAM (2)
                       MOVE DST-LOCAL    TO WS-MSG-PARAM (3)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               END-IF
           END-READ.
       P268-FIM.

      ******************************************************************
      * P269-EXCLUI-DESTINO: tira uma linha da tabela; sem linha
      * propria o relatorio volta a seguir o destinatario padrao do
      * departamento.
      ******************************************************************
           P269-EXCLUI-DESTINO.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE SPACES                   TO WS-RELATORIO
           MOVE 1059                     TO WS-MSG-NUMERO
           MOVE "RELATORIO (ENTER = DESTINATARIO PADRAO)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RELATORIO

           MOVE WS-CODIGO                TO DST-DEPTO
           MOVE WS-RELATORIO             TO DST-RELATORIO

           READ DSTFILE
           INVALID KEY
               MOVE 1060                 TO WS-MSG-NUMERO
               MOVE "DESTINATARIO NAO DEFINIDO PARA ESSA CHAVE"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               DELETE DSTFILE RECORD
               MOVE 1061                 TO WS-MSG-NUMERO
               MOVE "DESTINATARIO EXCLUIDO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P269-FIM.

      ******************************************************************
      * P270-ALTERA-PAI: pendura um departamento (e com ele o ramo
      * inteiro abaixo) sob outro pai, ou o devolve a raiz com ENTER.
      * O pai novo passa pela validacao da hierarquia (DPTARV); um
      * departamento extinto pode ficar sob pai extinto.
      ******************************************************************
           P270-ALTERA-PAI.

           MOVE 1013                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO DEPARTAMENTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO                TO DPT-CODIGO

           READ DEPFILE
           INVALID KEY
               MOVE 1020                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO NAO CADASTRADO: &" TO WS-MSG-TEXTO
               MOVE WS-CODIGO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P270-FIM
           END-READ

           MOVE DPT-STATUS               TO WS-STATUS
           MOVE 1068                     TO WS-MSG-NUMERO
           MOVE "PAI ATUAL: &"           TO WS-MSG-TEXTO
           MOVE DPT-PAI                  TO WS-MSG-PARAM (1)
           IF DPT-PAI EQUAL SPACES THEN
               MOVE "(RAIZ)"             TO WS-MSG-PARAM (1)
           END-IF
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE SPACES                   TO WS-PAI
           MOVE 1069                     TO WS-MSG-NUMERO
           MOVE "NOVO DEPARTAMENTO PAI (ENTER = RAIZ)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PAI

           PERFORM P273-CARREGA-ARVORE THRU P273-FIM
           MOVE WS-CODIGO                TO WS-HIE-FILHO
           MOVE WS-PAI                   TO WS-HIE-PAI-NOVO
           PERFORM P824-VALIDA-PAI THRU P824-FIM
           IF HIE-PAI-EXTINTO AND WS-STATUS EQUAL "E" THEN
               SET HIE-PAI-OK TO TRUE
           END-IF
           IF NOT HIE-PAI-OK THEN
               PERFORM P272-RECUSA-PAI THRU P272-FIM
               GO TO P270-FIM
           END-IF

           MOVE WS-CODIGO                TO DPT-CODIGO
           READ DEPFILE
           MOVE WS-PAI                   TO DPT-PAI
           REWRITE REG-DEPTO
           MOVE 1070                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO PAI ALTERADO - O RAMO DE & ACOMPANHA"
                                         TO WS-MSG-TEXTO
           MOVE WS-CODIGO                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P270-FIM.

      ******************************************************************
      * P271-CONTA-FILHO: conta em WS-QTD-FILHOS os departamentos
      * ativos pendurados diretamente em WS-CODIGO - a conta que barra
      * a extincao de um pai com filho vivo.
      ******************************************************************
           P271-CONTA-FILHO.

           IF HIE-PAI (WS-HDX) EQUAL WS-CODIGO AND
              NOT HIE-EXTINTO (WS-HDX) THEN
               ADD 1                     TO WS-QTD-FILHOS
           END-IF.
       P271-FIM.

      ******************************************************************
      * P272-RECUSA-PAI: explica ao operador por que a P824 recusou o
      * departamento pai digitado.
      ******************************************************************
           P272-RECUSA-PAI.

           EVALUATE TRUE
               WHEN HIE-PAI-INEXISTENTE
                   MOVE 1071             TO WS-MSG-NUMERO
                   MOVE "DEPARTAMENTO PAI NAO CADASTRADO: &"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
               WHEN HIE-PAI-EXTINTO
                   MOVE 1072             TO WS-MSG-NUMERO
                   MOVE "PAI & EXTINTO NAO RECEBE DEPARTAMENTO ATIVO"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
               WHEN HIE-PAI-CICLO
                   MOVE 1073             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "& ESTA NO RAMO DE & - A HIERARQUIA FICARIA "
                          "CIRCULAR"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
                   MOVE WS-HIE-FILHO     TO WS-MSG-PARAM (2)
               WHEN OTHER
                   MOVE 1074             TO WS-MSG-NUMERO
                   MOVE "HIERARQUIA ACIMA DE & JA TEM 20 NIVEIS"
                                         TO WS-MSG-TEXTO
                   MOVE WS-HIE-PAI-NOVO  TO WS-MSG-PARAM (1)
           END-EVALUATE
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P272-FIM.

      ******************************************************************
      * P273-CARREGA-ARVORE: carrega a hierarquia (P821) e avisa o
      * operador quando o DEPFILE passou do limite da tabela.
      ******************************************************************
           P273-CARREGA-ARVORE.

           PERFORM P821-CARREGA-HIER THRU P821-FIM

           IF HIE-TAB-CHEIA THEN
               MOVE 1075                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "HIERARQUIA COM MAIS DE 200 DEPARTAMENTOS - "
                      "OS EXCEDENTES FICARAM DE FORA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P273-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY DPTARV.
       END PROGRAM CADDEPTO.
