      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/MANUTENCAO DO CATALOGO DE
      *         MENSAGENS
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: manutencao do catalogo MSGFILE,
      *                 restrita a role MASTER (opcao <M> do MENUUSER).
      *                 Inclui ou altera o texto de um numero num
      *                 idioma (mostrando o portugues como referencia
      *                 ao traduzir e conferindo a quantidade de "&"),
      *                 consulta os tres idiomas de um numero, lista a
      *                 partir de um numero e exclui um texto. Cada
      *                 gravacao carimba data/hora e operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMSG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MSGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD MSGFILE.
           COPY MSGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-MSGFILE                  PIC 99.
        88 FS-MSGFILE-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CHAVE-OK                    PIC X.
        88 CHAVE-OK                      VALUE "S" FALSE "N".
       77 WS-ACHOU                       PIC X.
        88 ACHOU-OK                      VALUE "S" FALSE "N".
       77 WS-CAT-NUMERO                  PIC 9(04).
       77 WS-CAT-IDIOMA                  PIC X.
        88 CAT-IDIOMA-VALIDO             VALUE "P" "I" "E".
       77 WS-CAT-TEXTO                   PIC X(100).
       77 WS-CAT-TEXTO-P                 PIC X(100).
       77 WS-CAT-TEXTO-I                 PIC X(100).
       77 WS-CAT-TEXTO-E                 PIC X(100).
       77 WS-CAT-TEXTO-ATUAL             PIC X(100).
       77 WS-QTD-AMP-P                   PIC 9(02).
       77 WS-QTD-AMP-NOVO                PIC 9(02).
       77 WS-QTD-LISTADOS                PIC 9(04).
       77 WS-CONFIRMA                    PIC X.
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P171-MENSAGENS: mainline - so a role MASTER mantem o catalogo.
      * Garante que o MSGFILE existe (criando-o vazio na primeira vez)
      * e repete o menu ate o operador finalizar. O arquivo e aberto
      * so durante cada leitura ou gravacao: as proprias mensagens
      * desta tela tambem saem do catalogo, pelo BUSCAMSG.
      ******************************************************************
           P171-MENSAGENS.

           MOVE "CADMSG"            TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF OPL-ROLE NOT EQUAL "MASTER" THEN
               MOVE 1201                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SOMENTE A ROLE MASTER MANTEM O CATALOGO DE "
                      "MENSAGENS"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O MSGFILE
           IF WS-FS-MSGFILE EQUAL 35 THEN
               OPEN OUTPUT MSGFILE
               CLOSE MSGFILE
               OPEN I-O MSGFILE
           END-IF

           MOVE WS-FS-MSGFILE            TO WS-FS-CODIGO
           MOVE "MSGFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-MSGFILE-OK THEN
               GOBACK
           END-IF

           CLOSE MSGFILE

           SET FIM-OK TO FALSE
           PERFORM P172-MENU THRU P172-FIM UNTIL FIM-OK

           GOBACK.
       P171-FIM.

      ******************************************************************
      * P172-MENU: mostra as opcoes de manutencao do catalogo e chama
      * o paragrafo correspondente.
      ******************************************************************
           P172-MENU.

           DISPLAY "==================================================="
           MOVE 1202                     TO WS-MSG-NUMERO
           MOVE "CATALOGO DE MENSAGENS (MSGFILE)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1203                     TO WS-MSG-NUMERO
           MOVE "<1> INCLUIR OU ALTERAR TEXTO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1204                     TO WS-MSG-NUMERO
           MOVE "<2> CONSULTAR MENSAGEM NOS TRES IDIOMAS"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1205                     TO WS-MSG-NUMERO
           MOVE "<3> LISTAR A PARTIR DE UM NUMERO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1206                     TO WS-MSG-NUMERO
           MOVE "<4> EXCLUIR TEXTO DE UM IDIOMA" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1207                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P174-GRAVAR THRU P174-FIM
               WHEN "2"
                   PERFORM P175-CONSULTAR THRU P175-FIM
               WHEN "3"
                   PERFORM P177-LISTAR THRU P177-FIM
               WHEN "4"
                   PERFORM P179-EXCLUIR THRU P179-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 1208             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P172-FIM.

      ******************************************************************
      * P173-PEDE-CHAVE: pede numero e idioma da mensagem; numero zero
      * ou idioma fora de P/I/E nao seguem.
      ******************************************************************
           P173-PEDE-CHAVE.

           SET CHAVE-OK TO FALSE

           MOVE ZERO                     TO WS-CAT-NUMERO
           MOVE 1209                     TO WS-MSG-NUMERO
           MOVE "NUMERO DA MENSAGEM (0001 A 9999)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CAT-NUMERO
           IF WS-CAT-NUMERO EQUAL ZERO THEN
               MOVE 1210                 TO WS-MSG-NUMERO
               MOVE "NUMERO INVALIDO"    TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P173-FIM
           END-IF

           MOVE SPACES                   TO WS-CAT-IDIOMA
           MOVE 1211                     TO WS-MSG-NUMERO
           MOVE "IDIOMA: <P> PORTUGUES  <I> INGLES  <E> ESPANHOL"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CAT-IDIOMA
           IF NOT CAT-IDIOMA-VALIDO THEN
               MOVE 1212                 TO WS-MSG-NUMERO
               MOVE "IDIOMA INVALIDO"    TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P173-FIM
           END-IF

           SET CHAVE-OK TO TRUE.
       P173-FIM.

      ******************************************************************
      * P174-GRAVAR: inclui ou regrava o texto de um numero num
      * idioma. Na traducao mostra o portugues do catalogo como
      * referencia e exige a mesma quantidade de "&" - cada "&" e um
      * valor que o programa passa, traducao que perde um "&" perde o
      * valor na tela. ENTER no texto cancela.
      ******************************************************************
           P174-GRAVAR.

           PERFORM P173-PEDE-CHAVE THRU P173-FIM
           IF NOT CHAVE-OK THEN
               GO TO P174-FIM
           END-IF

           PERFORM P176-LE-TRES THRU P176-FIM

           EVALUATE WS-CAT-IDIOMA
               WHEN "P"
                   MOVE WS-CAT-TEXTO-P   TO WS-CAT-TEXTO-ATUAL
               WHEN "I"
                   MOVE WS-CAT-TEXTO-I   TO WS-CAT-TEXTO-ATUAL
               WHEN OTHER
                   MOVE WS-CAT-TEXTO-E   TO WS-CAT-TEXTO-ATUAL
           END-EVALUATE

           IF WS-CAT-IDIOMA NOT EQUAL "P" THEN
               IF WS-CAT-TEXTO-P EQUAL SPACES THEN
                   MOVE 1213             TO WS-MSG-NUMERO
                   MOVE "NUMERO SEM TEXTO EM PORTUGUES NO CATALOGO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE 1214             TO WS-MSG-NUMERO
                   MOVE "PORTUGUES: &"   TO WS-MSG-TEXTO
                   MOVE WS-CAT-TEXTO-P   TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-IF

           IF WS-CAT-TEXTO-ATUAL EQUAL SPACES THEN
               MOVE 1215                 TO WS-MSG-NUMERO
               MOVE "SEM TEXTO NESTE IDIOMA, INCLUSAO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1216                 TO WS-MSG-NUMERO
               MOVE "TEXTO ATUAL: &"     TO WS-MSG-TEXTO
               MOVE WS-CAT-TEXTO-ATUAL   TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           MOVE SPACES                   TO WS-CAT-TEXTO
           MOVE 1217                     TO WS-MSG-NUMERO
           MOVE "DIGITE O TEXTO (USE & PARA CADA VALOR, ENTER CANCELA)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CAT-TEXTO
           IF WS-CAT-TEXTO EQUAL SPACES THEN
               MOVE 1218                 TO WS-MSG-NUMERO
               MOVE "NADA ALTERADO"      TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P174-FIM
           END-IF

           IF WS-CAT-IDIOMA NOT EQUAL "P" AND
              WS-CAT-TEXTO-P NOT EQUAL SPACES THEN
               MOVE ZERO                 TO WS-QTD-AMP-P
               MOVE ZERO                 TO WS-QTD-AMP-NOVO
               INSPECT WS-CAT-TEXTO-P TALLYING WS-QTD-AMP-P
                       FOR ALL "&"
               INSPECT WS-CAT-TEXTO TALLYING WS-QTD-AMP-NOVO
                       FOR ALL "&"
               IF WS-QTD-AMP-NOVO NOT EQUAL WS-QTD-AMP-P THEN
                   MOVE 1219             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "O PORTUGUES TEM & VALOR(ES) & E O TEXTO "
                          "DIGITADO TEM & - NADA ALTERADO"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE WS-QTD-AMP-P     TO WS-MSG-PARAM (1)
                   MOVE WS-QTD-AMP-NOVO  TO WS-MSG-PARAM (2)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P174-FIM
               END-IF
           END-IF

           OPEN I-O MSGFILE
           IF NOT FS-MSGFILE-OK THEN
               MOVE WS-FS-MSGFILE        TO WS-FS-CODIGO
               MOVE "MSGFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P174-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE WS-CAT-IDIOMA            TO MSG-IDIOMA
           SET ACHOU-OK TO TRUE
           READ MSGFILE
           INVALID KEY
               SET ACHOU-OK TO FALSE
           END-READ

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE WS-CAT-IDIOMA            TO MSG-IDIOMA
           MOVE WS-CAT-TEXTO             TO MSG-TEXTO
           MOVE OPL-OPERADOR             TO MSG-OPERADOR
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO MSG-DT-ALTERACAO
           END-STRING

           IF ACHOU-OK THEN
               REWRITE REG-MSG
           ELSE
               WRITE REG-MSG
           END-IF

           MOVE WS-FS-MSGFILE            TO WS-FS-CODIGO
           CLOSE MSGFILE

           IF WS-FS-CODIGO EQUAL ZERO THEN
               MOVE 1220                 TO WS-MSG-NUMERO
               MOVE "TEXTO GRAVADO NO CATALOGO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE "MSGFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF.
       P174-FIM.

      ******************************************************************
      * P175-CONSULTAR: mostra o texto de um numero nos tres idiomas;
      * idioma sem texto cai no portugues na tela do operador.
      ******************************************************************
           P175-CONSULTAR.

           MOVE ZERO                     TO WS-CAT-NUMERO
           MOVE 1209                     TO WS-MSG-NUMERO
           MOVE "NUMERO DA MENSAGEM (0001 A 9999)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CAT-NUMERO
           IF WS-CAT-NUMERO EQUAL ZERO THEN
               MOVE 1210                 TO WS-MSG-NUMERO
               MOVE "NUMERO INVALIDO"    TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P175-FIM
           END-IF

           PERFORM P176-LE-TRES THRU P176-FIM

           IF WS-CAT-TEXTO-P EQUAL SPACES AND
              WS-CAT-TEXTO-I EQUAL SPACES AND
              WS-CAT-TEXTO-E EQUAL SPACES THEN
               MOVE 1221                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "NUMERO SEM TEXTO NO CATALOGO (VALE O TEXTO DO "
                      "PROGRAMA)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P175-FIM
           END-IF

           MOVE 1222                     TO WS-MSG-NUMERO
           MOVE "MENSAGEM &"             TO WS-MSG-TEXTO
           MOVE WS-CAT-NUMERO            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1214                     TO WS-MSG-NUMERO
           MOVE "PORTUGUES: &"           TO WS-MSG-TEXTO
           MOVE WS-CAT-TEXTO-P           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1223                     TO WS-MSG-NUMERO
           MOVE "INGLES   : &"           TO WS-MSG-TEXTO
           MOVE WS-CAT-TEXTO-I           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1224                     TO WS-MSG-NUMERO
           MOVE "ESPANHOL : &"           TO WS-MSG-TEXTO
           MOVE WS-CAT-TEXTO-E           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P175-FIM.

      ******************************************************************
      * P176-LE-TRES: le o texto de WS-CAT-NUMERO nos tres idiomas
      * (branco onde nao ha texto) e fecha o arquivo em seguida.
      ******************************************************************
           P176-LE-TRES.

           MOVE SPACES                   TO WS-CAT-TEXTO-P
           MOVE SPACES                   TO WS-CAT-TEXTO-I
           MOVE SPACES                   TO WS-CAT-TEXTO-E

           OPEN INPUT MSGFILE
           IF NOT FS-MSGFILE-OK THEN
               GO TO P176-FIM
           END-IF

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE "P"                      TO MSG-IDIOMA
           READ MSGFILE
           NOT INVALID KEY
               MOVE MSG-TEXTO            TO WS-CAT-TEXTO-P
           END-READ

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE "I"                      TO MSG-IDIOMA
           READ MSGFILE
           NOT INVALID KEY
               MOVE MSG-TEXTO            TO WS-CAT-TEXTO-I
           END-READ

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE "E"                      TO MSG-IDIOMA
           READ MSGFILE
           NOT INVALID KEY
               MOVE MSG-TEXTO            TO WS-CAT-TEXTO-E
           END-READ

           CLOSE MSGFILE.
       P176-FIM.

      ******************************************************************
      * P177-LISTAR: lista, a partir do numero pedido, os textos de um
      * idioma em ordem de numero - ate 20 por vez, para caber na
      * tela; para seguir, pede-se de novo a partir do ultimo numero.
      ******************************************************************
           P177-LISTAR.

           PERFORM P173-PEDE-CHAVE THRU P173-FIM
           IF NOT CHAVE-OK THEN
               GO TO P177-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-LISTADOS

           OPEN INPUT MSGFILE
           IF NOT FS-MSGFILE-OK THEN
               MOVE WS-FS-MSGFILE        TO WS-FS-CODIGO
               MOVE "MSGFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P177-FIM
           END-IF

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE LOW-VALUES               TO MSG-IDIOMA
           SET EOF-OK TO FALSE

           START MSGFILE KEY IS NOT LESS MSG-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P178-LER-MSG THRU P178-FIM
                       UNTIL EOF-OK OR WS-QTD-LISTADOS NOT LESS 20
           END-START

           CLOSE MSGFILE

           IF WS-QTD-LISTADOS EQUAL ZERO THEN
               MOVE 1225                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "NENHUMA MENSAGEM NESTE IDIOMA A PARTIR DO NUMERO"
                      " INFORMADO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1226                 TO WS-MSG-NUMERO
               MOVE "MENSAGENS LISTADAS: &" TO WS-MSG-TEXTO
               MOVE WS-QTD-LISTADOS      TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P177-FIM.

           P178-LER-MSG.

           READ MSGFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF MSG-IDIOMA EQUAL WS-CAT-IDIOMA THEN
                   ADD 1                 TO WS-QTD-LISTADOS
                   DISPLAY MSG-NUMERO " " MSG-TEXTO
               END-IF
           END-READ.
       P178-FIM.

      ******************************************************************
      * P179-EXCLUIR: apaga o texto de um numero num idioma, depois de
      * mostrar e confirmar. Sem texto no catalogo a tela volta ao
      * portugues do catalogo ou ao texto do proprio programa.
      ******************************************************************
           P179-EXCLUIR.

           PERFORM P173-PEDE-CHAVE THRU P173-FIM
           IF NOT CHAVE-OK THEN
               GO TO P179-FIM
           END-IF

           OPEN I-O MSGFILE
           IF NOT FS-MSGFILE-OK THEN
               MOVE WS-FS-MSGFILE        TO WS-FS-CODIGO
               MOVE "MSGFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               GO TO P179-FIM
           END-IF

           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE WS-CAT-IDIOMA            TO MSG-IDIOMA
           SET ACHOU-OK TO TRUE
           READ MSGFILE
           INVALID KEY
               SET ACHOU-OK TO FALSE
           END-READ

           IF ACHOU-OK THEN
               MOVE MSG-TEXTO            TO WS-CAT-TEXTO-ATUAL
           END-IF

           CLOSE MSGFILE

           IF NOT ACHOU-OK THEN
               MOVE 1227                 TO WS-MSG-NUMERO
               MOVE "SEM TEXTO NESTE IDIOMA PARA O NUMERO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P179-FIM
           END-IF

           MOVE 1216                     TO WS-MSG-NUMERO
           MOVE "TEXTO ATUAL: &"         TO WS-MSG-TEXTO
           MOVE WS-CAT-TEXTO-ATUAL       TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1228                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA A EXCLUSAO? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               MOVE 1229                 TO WS-MSG-NUMERO
               MOVE "EXCLUSAO CANCELADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P179-FIM
           END-IF

           OPEN I-O MSGFILE
           MOVE WS-CAT-NUMERO            TO MSG-NUMERO
           MOVE WS-CAT-IDIOMA            TO MSG-IDIOMA
           SET ACHOU-OK TO TRUE
           DELETE MSGFILE RECORD
           INVALID KEY
               SET ACHOU-OK TO FALSE
           END-DELETE
           CLOSE MSGFILE

           IF ACHOU-OK THEN
               MOVE 1230                 TO WS-MSG-NUMERO
               MOVE "TEXTO EXCLUIDO DO CATALOGO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1227                 TO WS-MSG-NUMERO
               MOVE "SEM TEXTO NESTE IDIOMA PARA O NUMERO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P179-FIM.

           COPY STATCHK.

           COPY MSGMOS.
       END PROGRAM CADMSG.
