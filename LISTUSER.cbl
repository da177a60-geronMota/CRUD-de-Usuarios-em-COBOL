      * 22/08/26 GERO - Login unico: o operador validado chega do
      *                 MENUUSER via LINKAGE (REG-OPER-LOGADO) e a
      *                 permissao de LISTAR e conferida na entrada.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 cadastros de departamento fora do escopo ficam
      *                 fora da listagem e do RELUSER, e a quantidade
      *                 escondida vai para o SEGLOG.
      * 15/10/26 GERO - Separacao por departamento: ao lado do RELUSER a
      *                 listagem grava o SEPFEED (rotina SPDGRV) com o
      *                 titulo, o cabecalho de colunas e cada linha
      *                 marcada com o FD-DEPTO do usuario, para o
      *                 SEPAREL emitir a copia de cada departamento.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2100).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTUSER.
           COPY RPTSEL.
           COPY SRTSEL.
           COPY SEQSEL.
           COPY SEGSEL.
           COPY SPDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       FD SEGLOG.
           COPY SEGREC.

       FD SEPFEED.
           COPY SPDREC.

       SD WRKORD.
           COPY SRTREC.


           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY SPDWK.

       LINKAGE SECTION.

           COPY OPLREC.
           P300-LISTAR.

           MOVE "LISTUSER"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-LISTAR THEN
               MOVE 2101                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA LISTAR: &" TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE ZERO TO WS-COUNT
           MOVE ZERO TO WS-PAGINA
           MOVE ZERO TO WS-ESC-OCULTOS
           PERFORM P301-PARAMETROS THRU P301-FIM

           EVALUATE WS-ORDEM
                       INPUT PROCEDURE P305-SELECIONA THRU P305-FIM
                       OUTPUT PROCEDURE P306-IMPRIME-ORDENADO
                                                        THRU P306-FIM
           END-EVALUATE

           PERFORM P974-REGISTRA-OCULTOS THRU P974-FIM.

           GOBACK.
       P300-FIM.
      ******************************************************************
           P301-PARAMETROS.

           MOVE 2102                     TO WS-MSG-NUMERO
           MOVE "FILTRAR POR STATUS: <A> ATIVOS <I> INATIVOS"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2103                     TO WS-MSG-NUMERO
           MOVE "                    <T> TODOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-FILTRO-STATUS
           IF WS-FILTRO-STATUS NOT EQUAL "A" AND
              WS-FILTRO-STATUS NOT EQUAL "I" THEN
           END-IF

           MOVE ZERO TO WS-COD-DE
           MOVE 2104                     TO WS-MSG-NUMERO
           MOVE "CODIGO INICIAL DA FAIXA (ENTER = 000000)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-COD-DE

           MOVE ZERO TO WS-COD-ATE
           MOVE 2105                     TO WS-MSG-NUMERO
           MOVE "CODIGO FINAL DA FAIXA (ENTER = 999999)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-COD-ATE
           IF WS-COD-ATE EQUAL ZERO THEN
               MOVE 999999 TO WS-COD-ATE
           END-IF

           MOVE 2106                     TO WS-MSG-NUMERO
           MOVE "ORDENAR POR: <1> CODIGO <2> NOME" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-ORDEM

           SET RETOMAR-LISTA TO FALSE
           MOVE 2107                     TO WS-MSG-NUMERO
           MOVE "RETOMAR DA ULTIMA PARADA (CHECKPOINT)? <S/N>"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RETOMAR.
       P301-FIM.

               SET EOF-OK TO TRUE
               PERFORM P304-LIMPA-CHECKPOINT THRU P304-FIM
           NOT AT END
               MOVE WS-DEPTO             TO WS-ESC-DEPTO
               PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
               IF NOT ESCOPO-OK THEN
                   ADD 1                 TO WS-ESC-OCULTOS
               END-IF

               IF (WS-FILTRO-STATUS EQUAL "T" OR
                   WS-STATUS EQUAL WS-FILTRO-STATUS)
                  AND WS-CD-USER NOT LESS WS-COD-DE
                  AND WS-CD-USER NOT GREATER WS-COD-ATE
                  AND ESCOPO-OK THEN
                   MOVE WS-CD-USER        TO SRT-CD-USER
                   MOVE WS-NM             TO SRT-NM
                   MOVE WS-EMAIL          TO SRT-EMAIL
                   MOVE WS-DT-CADASTRO    TO SRT-DT-CADASTRO
                   MOVE WS-DT-ALTERACAO   TO SRT-DT-ALTERACAO
                   MOVE WS-STATUS         TO SRT-STATUS
                   MOVE WS-DEPTO          TO SRT-DEPTO
                   RELEASE REG-ORDENACAO
               END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM P310-NOVA-PAGINA THRU P310-FIM

           MOVE "RELUSER"               TO WS-SPD-RELATORIO
           PERFORM P988-ABRE-SEPARACAO THRU P988-FIM
           PERFORM P312-SEPARA-CABECALHO THRU P312-FIM

           IF RESUMO-ACHADO THEN
               PERFORM P311-AVISO-RETOMADA THRU P311-FIM
           END-IF
           PERFORM P307-LER-ORDENADO THRU P307-FIM UNTIL EOF-ORD-OK

           PERFORM P330-RODAPE THRU P330-FIM
           CLOSE RELUSER
           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM.
       P306-FIM.

      ******************************************************************
      * P312-SEPARA-CABECALHO: grava na separacao por departamento o
      * titulo do relatorio (sem o numero de pagina - cada copia tem
      * a sua paginacao) e o cabecalho de colunas.
      ******************************************************************
           P312-SEPARA-CABECALHO.

           MOVE SPACES TO WS-LINHA-REL
           STRING "RELATORIO DE USUARIOS CADASTRADOS"  DELIMITED BY SIZE
                  "   DATA EMISSAO: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA     DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                    TO WS-SPD-SECAO
           MOVE SPACES                  TO WS-SPD-DEPTO
           MOVE WS-LINHA-REL            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE SPACES TO WS-LINHA-REL
           STRING "CODIGO  NOME                     EMAIL"
                  DELIMITED BY SIZE
                  "                          PHONE          ST"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           SET SPD-TP-COLUNAS TO TRUE
           MOVE 1                       TO WS-SPD-SECAO
           MOVE WS-LINHA-REL            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P312-FIM.

      ******************************************************************
      * P311-AVISO-RETOMADA: quando a listagem retoma de um checkpoint
      * (req 024), avisa no relatorio que os registros de codigo ate
                  DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REL-LINHA
           WRITE REG-RELATORIO

           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                    TO WS-SPD-SECAO
           MOVE SPACES                  TO WS-SPD-DEPTO
           MOVE WS-LINHA-REL            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P311-FIM.

           P307-LER-ORDENADO.
               MOVE SRT-DT-CADASTRO   TO WS-DT-CADASTRO
               MOVE SRT-DT-ALTERACAO  TO WS-DT-ALTERACAO
               MOVE SRT-STATUS        TO WS-STATUS
               MOVE SRT-DEPTO         TO WS-DEPTO
               PERFORM P325-EXIBE-TELA THRU P325-FIM
               PERFORM P320-IMPRIME-DETALHE THRU P320-FIM
           END-RETURN.
           P325-EXIBE-TELA.

           DISPLAY "==================================================="
           MOVE 2108                     TO WS-MSG-NUMERO
           MOVE "REGISTRO:&"             TO WS-MSG-TEXTO
           MOVE WS-CD-USER               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2109                     TO WS-MSG-NUMERO
           MOVE "NOME:&"                 TO WS-MSG-TEXTO
           MOVE WS-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2110                     TO WS-MSG-NUMERO
           MOVE "EMAIL:&"                TO WS-MSG-TEXTO
           MOVE WS-EMAIL                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2111                     TO WS-MSG-NUMERO
           MOVE "PHONE:&"                TO WS-MSG-TEXTO
           MOVE WS-PHONE                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2112                     TO WS-MSG-NUMERO
           MOVE "PASSWORD:&"             TO WS-MSG-TEXTO
           MOVE WS-PASSWORD              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2113                     TO WS-MSG-NUMERO
           MOVE "STATUS:&"               TO WS-MSG-TEXTO
           MOVE WS-STATUS                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "===================================================".
       P325-FIM.

                  INTO WS-LINHA-REL
           MOVE WS-LINHA-REL TO REL-LINHA
           WRITE REG-RELATORIO
           ADD 1 TO WS-LIN-PAG

           SET SPD-TP-DETALHE TO TRUE
           MOVE 1                       TO WS-SPD-SECAO
           MOVE WS-DEPTO                TO WS-SPD-DEPTO
           MOVE WS-LINHA-REL            TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P320-FIM.

      ******************************************************************
       P330-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY SPDGRV.
       END PROGRAM LISTUSER.
