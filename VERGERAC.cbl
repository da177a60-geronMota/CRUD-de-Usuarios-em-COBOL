      *                 retidas por arquivo (registro "G" de CADCTRL,
      *                 lido pela rotina compartilhada GERGRV na hora
      *                 de expirar as antigas; padrao 7).
      * 15/10/26 GERO - Copias por departamento do SEPAREL: a listagem
      *                 mostra o departamento de cada geracao (em branco
      *                 nas saidas inteiras) e a reimpressao pede o
      *                 departamento da copia (ENTER = saida inteira).
      * 15/10/26 GERO - Recebe o REG-OPER-LOGADO do MENUUSER. Mensagens
      *                 de tela pelo catalogo MSGFILE (rotina MSGMOS),
      *                 no idioma do operador logado (OPL-IDIOMA), cada
      *                 uma com numero proprio (faixa 2800).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERGERAC.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-NOME-VISGER                 PIC X(60).
       77 WS-ARQ-ESCOLHA                 PIC X(08).
       77 WS-DEPTO-ESCOLHA               PIC X(10).
       77 WS-DATA-ESCOLHA                PIC 9(08).
       77 WS-QTD-LISTADAS                PIC 9(03).
       77 WS-QTD-LINHAS                  PIC 9(06).

           COPY STATWRK.

           COPY MSGWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P470-VISUALIZAR: mainline - abre o catalogo e repete o menu
      ******************************************************************
           P470-VISUALIZAR.

           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           OPEN INPUT GERCTLG
           IF NOT FS-GERCTLG-OK THEN
               MOVE 2801                 TO WS-MSG-NUMERO
               MOVE "CATALOGO DE GERACOES VAZIO OU INDISPONIVEL"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           P471-MENU.

           DISPLAY "==================================================="
           MOVE 2802                     TO WS-MSG-NUMERO
           MOVE "GERACOES CATALOGADAS DAS SAIDAS NOTURNAS"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2803                     TO WS-MSG-NUMERO
           MOVE "<1> LISTAR GERACOES"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2804                     TO WS-MSG-NUMERO
           MOVE "<2> REIMPRIMIR UMA GERACAO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2805                     TO WS-MSG-NUMERO
           MOVE "<3> LIMITE DE GERACOES RETIDAS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2806                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 2807             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P471-FIM.

           END-START

           IF WS-QTD-LISTADAS EQUAL ZERO THEN
               MOVE 2808                 TO WS-MSG-NUMERO
               MOVE "NENHUMA GERACAO CATALOGADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P472-FIM.

               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-QTD-LISTADAS
               MOVE 2809                 TO WS-MSG-NUMERO
               MOVE "& & & PRODUZIDO EM &" TO WS-MSG-TEXTO
               MOVE GER-ARQUIVO          TO WS-MSG-PARAM (1)
               MOVE GER-DEPTO            TO WS-MSG-PARAM (2)
               MOVE GER-DATA             TO WS-MSG-PARAM (3)
               MOVE GER-DATA-HORA        TO WS-MSG-PARAM (4)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.
       P473-FIM.

      ******************************************************************
           P474-REIMPRIMIR.

           MOVE 2810                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "ARQUIVO LOGICO "
                  "(CSVUSER/BALUSER/DEPUSER/RELUSER/DORREL/ANVREL)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ARQ-ESCOLHA
           MOVE SPACES                   TO WS-DEPTO-ESCOLHA
           MOVE 2811                     TO WS-MSG-NUMERO
           MOVE "DEPARTAMENTO DA COPIA SEPARADA (ENTER = SAIDA INTEIRA)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO-ESCOLHA
           MOVE 2812                     TO WS-MSG-NUMERO
           MOVE "DATA DA GERACAO (AAAAMMDD)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DATA-ESCOLHA

           MOVE WS-ARQ-ESCOLHA           TO GER-ARQUIVO
           MOVE WS-DEPTO-ESCOLHA         TO GER-DEPTO
           MOVE WS-DATA-ESCOLHA          TO GER-DATA

           READ GERCTLG
           INVALID KEY
               MOVE 2813                 TO WS-MSG-NUMERO
               MOVE "GERACAO NAO CATALOGADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE GER-NOME             TO WS-NOME-VISGER
               PERFORM P475-MOSTRA-GERACAO THRU P475-FIM
           MOVE ZERO TO WS-QTD-LINHAS
           OPEN INPUT VISGER
           IF NOT FS-VISGER-OK THEN
               MOVE 2814                 TO WS-MSG-NUMERO
               MOVE "ARQUIVO FISICO DA GERACAO NAO ENCONTRADO: &"
                                         TO WS-MSG-TEXTO
               MOVE WS-NOME-VISGER       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P475-FIM
           END-IF


           CLOSE VISGER

           MOVE 2815                     TO WS-MSG-NUMERO
           MOVE "LINHAS REIMPRESSAS: &"  TO WS-MSG-TEXTO
           MOVE WS-QTD-LINHAS            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P475-FIM.

           P476-LE-LINHA.
      ******************************************************************
           P478-LIMITE-GERACOES.

           MOVE 2816                     TO WS-MSG-NUMERO
           MOVE "DIGITE O NOVO LIMITE DE GERACOES (1 A 99)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LIMITE-GER

           IF WS-LIMITE-GER EQUAL ZERO THEN
               MOVE 2817                 TO WS-MSG-NUMERO
               MOVE "LIMITE INVALIDO, NADA ALTERADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P478-FIM
           END-IF


           CLOSE CADCTRL

           MOVE 2818                     TO WS-MSG-NUMERO
           MOVE "LIMITE DE GERACOES ATUALIZADO PARA &" TO WS-MSG-TEXTO
           MOVE WS-LIMITE-GER            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P478-FIM.

           COPY MSGMOS.
       END PROGRAM VERGERAC.
