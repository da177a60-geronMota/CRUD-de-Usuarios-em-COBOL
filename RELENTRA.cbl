      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/RELATORIO DE ENTRADAS DO USUARIO
      *         FINAL
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: relatorio periodico do jornal de
      *                 entradas LGNLOG (VALIDUSER e SENHUSER) por
      *                 faixa de datas - tentativas, aceitas e recusadas
      *                 por dia, taxa de cada codigo devolvido por
      *                 servico e funcao, e os usuarios com senha errada
      *                 repetida na faixa (a partir de um minimo de
      *                 tentativas), com a ultima tentativa e a ultima
      *                 entrada aceita (ULTFILE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENTRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LGNSEL.
           COPY LGRSEL.
           COPY ULTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LGNLOG.
           COPY LGNREC.

       FD LGNREL.
           COPY LGRREC.

       FD ULTFILE.
           COPY ULTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-LGNLOG                   PIC 99.
        88 FS-LGNLOG-OK                  VALUE 0.
       77 WS-FS-LGNREL                   PIC 99.
        88 FS-LGNREL-OK                  VALUE 0.
       77 WS-FS-ULTFILE                  PIC 99.
        88 FS-ULTFILE-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-ACHOU                       PIC X.
        88 ACHOU                         VALUE "S" FALSE "N".
       77 WS-TEM-ULTFILE                 PIC X.
        88 TEM-ULTFILE                   VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-DATA-INI                    PIC 9(08).
       77 WS-DATA-FIM                    PIC 9(08).
       77 WS-MINIMO-ERROS                PIC 9(03).
       77 WS-LINHA-LGR                   PIC X(132).
       77 WS-QTD-DIAS                    PIC 9(03) COMP.
       77 WS-QTD-CODIGOS                 PIC 9(03) COMP.
       77 WS-QTD-FUNCOES                 PIC 9(03) COMP.
       77 WS-QTD-ERROS                   PIC 9(04) COMP.
       77 WS-I                           PIC 9(04) COMP.
       77 WS-K                           PIC 9(04) COMP.
       77 WS-POS                         PIC 9(04) COMP.
       77 WS-TOTAL-TENTATIVAS            PIC 9(07).
       77 WS-TOTAL-ACEITAS               PIC 9(07).
       77 WS-TOTAL-RECUSADAS             PIC 9(07).
       77 WS-QTD-REPETIDOS               PIC 9(06).
       77 WS-TAXA                        PIC 9(03)V99.
       77 WS-TAXA-ED                     PIC ZZ9,99.
       77 WS-DESCRICAO                   PIC X(24).
       77 WS-ULTIMA-ACEITA               PIC X(14).

           COPY STATWRK.

      * Tentativas por dia - o LGNLOG e gravado em ordem de data e hora,
      * entao a tabela sai na ordem dos dias.
       01 TAB-DIAS.
           03 TAB-DIA OCCURS 400 TIMES.
               05 TAB-DIA-DATA           PIC 9(08).
               05 TAB-DIA-TOTAL          PIC 9(06).
               05 TAB-DIA-ACEITAS        PIC 9(06).
               05 TAB-DIA-RECUSADAS      PIC 9(06).

      * Tentativas por servico e funcao (base da taxa) e por codigo
      * devolvido dentro de cada servico e funcao.
       01 TAB-FUNCOES.
           03 TAB-FUN OCCURS 10 TIMES.
               05 TAB-FUN-SERVICO        PIC X(10).
               05 TAB-FUN-FUNCAO         PIC X(01).
               05 TAB-FUN-TOTAL          PIC 9(06).
               05 TAB-FUN-RECUSADAS      PIC 9(06).

       01 TAB-CODIGOS.
           03 TAB-COD OCCURS 60 TIMES.
               05 TAB-COD-SERVICO        PIC X(10).
               05 TAB-COD-FUNCAO         PIC X(01).
               05 TAB-COD-RETORNO        PIC X(02).
               05 TAB-COD-QTD            PIC 9(06).

      * Senha errada (codigo 01 na autenticacao ou na troca) por
      * usuario.
       01 TAB-ERROS.
           03 TAB-ERR OCCURS 2000 TIMES.
               05 TAB-ERR-CD             PIC 9(06).
               05 TAB-ERR-EMAIL          PIC X(30).
               05 TAB-ERR-QTD            PIC 9(06).
               05 TAB-ERR-ULTIMA         PIC 9(14).

       PROCEDURE DIVISION.

      ******************************************************************
      * P580-ENTRADAS: mainline do job - pede a faixa de datas e o
      * minimo de senhas erradas, acumula o LGNLOG nas tabelas e
      * imprime o LGNREL.
      ******************************************************************
           P580-ENTRADAS.

           MOVE "RELENTRA"          TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-DIAS
           MOVE ZERO TO WS-QTD-CODIGOS
           MOVE ZERO TO WS-QTD-FUNCOES
           MOVE ZERO TO WS-QTD-ERROS
           MOVE ZERO TO WS-TOTAL-TENTATIVAS
           MOVE ZERO TO WS-TOTAL-ACEITAS
           MOVE ZERO TO WS-TOTAL-RECUSADAS
           MOVE ZERO TO WS-QTD-REPETIDOS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P592-PEDE-PARAMETROS THRU P592-FIM
           IF WS-DATA-FIM EQUAL ZERO THEN
               MOVE 99999999 TO WS-DATA-FIM
           END-IF
           IF WS-MINIMO-ERROS EQUAL ZERO THEN
               MOVE 3 TO WS-MINIMO-ERROS
           END-IF

           OPEN INPUT LGNLOG
           IF NOT FS-LGNLOG-OK THEN
               MOVE WS-FS-LGNLOG         TO WS-FS-CODIGO
               MOVE "LGNLOG"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "SEM JORNAL DE ENTRADAS PARA RELATAR, FS="
                       WS-FS-LGNLOG
               MOVE 8 TO RETURN-CODE
               CLOSE LGNLOG
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P581-LER-LGNLOG THRU P581-FIM UNTIL EOF-OK

           CLOSE LGNLOG

           SET TEM-ULTFILE TO FALSE
           OPEN INPUT ULTFILE
           IF FS-ULTFILE-OK THEN
               SET TEM-ULTFILE TO TRUE
           END-IF

           PERFORM P586-IMPRIME THRU P586-FIM

           IF TEM-ULTFILE THEN
               CLOSE ULTFILE
           END-IF

           DISPLAY "RELATORIO DE ENTRADAS GRAVADO EM LGNREL"

           GOBACK.
       P580-FIM.

           P581-LER-LGNLOG.

           READ LGNLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF LGN-DATA-HORA(1:8) NOT LESS WS-DATA-INI AND
                  LGN-DATA-HORA(1:8) NOT GREATER WS-DATA-FIM THEN
                   ADD 1 TO WS-TOTAL-TENTATIVAS
                   IF LGN-RETORNO EQUAL "00" THEN
                       ADD 1 TO WS-TOTAL-ACEITAS
                   ELSE
                       ADD 1 TO WS-TOTAL-RECUSADAS
                   END-IF
                   PERFORM P582-SOMA-DIA THRU P582-FIM
                   PERFORM P583-SOMA-CODIGO THRU P583-FIM
                   IF LGN-RETORNO EQUAL "01" THEN
                       PERFORM P584-SOMA-ERRO THRU P584-FIM
                   END-IF
               END-IF
           END-READ.
       P581-FIM.

      ******************************************************************
      * P582-SOMA-DIA: soma a tentativa no dia da linha, criando o dia
      * na primeira aparicao (mesma mecanica das tabelas do RELACESS).
      ******************************************************************
           P582-SOMA-DIA.

           SET ACHOU TO FALSE
           PERFORM P587-BUSCA-DIA THRU P587-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-DIAS OR ACHOU

           IF NOT ACHOU THEN
               IF WS-QTD-DIAS LESS 400 THEN
                   ADD 1                TO WS-QTD-DIAS
                   MOVE WS-QTD-DIAS     TO WS-POS
                   MOVE LGN-DATA-HORA(1:8) TO TAB-DIA-DATA (WS-POS)
                   MOVE ZERO            TO TAB-DIA-TOTAL (WS-POS)
                   MOVE ZERO            TO TAB-DIA-ACEITAS (WS-POS)
                   MOVE ZERO            TO TAB-DIA-RECUSADAS (WS-POS)
               ELSE
                   DISPLAY "TABELA DE DIAS CHEIA, DIA "
                           LGN-DATA-HORA(1:8) " FICOU FORA DOS TOTAIS"
                   GO TO P582-FIM
               END-IF
           END-IF

           ADD 1                        TO TAB-DIA-TOTAL (WS-POS)
           IF LGN-RETORNO EQUAL "00" THEN
               ADD 1                    TO TAB-DIA-ACEITAS (WS-POS)
           ELSE
               ADD 1                    TO TAB-DIA-RECUSADAS (WS-POS)
           END-IF.
       P582-FIM.

           P587-BUSCA-DIA.

           IF TAB-DIA-DATA (WS-K) EQUAL LGN-DATA-HORA(1:8) THEN
               MOVE WS-K                TO WS-POS
               SET ACHOU TO TRUE
           END-IF.
       P587-FIM.

      ******************************************************************
      * P583-SOMA-CODIGO: soma a tentativa no servico e funcao (base
      * da taxa) e no codigo devolvido dentro deles.
      ******************************************************************
           P583-SOMA-CODIGO.

           SET ACHOU TO FALSE
           PERFORM P588-BUSCA-FUNCAO THRU P588-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-FUNCOES OR ACHOU

           IF NOT ACHOU THEN
               IF WS-QTD-FUNCOES LESS 10 THEN
                   ADD 1                TO WS-QTD-FUNCOES
                   MOVE WS-QTD-FUNCOES  TO WS-POS
                   MOVE LGN-SERVICO     TO TAB-FUN-SERVICO (WS-POS)
                   MOVE LGN-FUNCAO      TO TAB-FUN-FUNCAO (WS-POS)
                   MOVE ZERO            TO TAB-FUN-TOTAL (WS-POS)
                   MOVE ZERO            TO TAB-FUN-RECUSADAS (WS-POS)
               ELSE
                   DISPLAY "TABELA DE FUNCOES CHEIA, FUNCAO "
                           LGN-SERVICO " " LGN-FUNCAO
                           " FICOU FORA DOS TOTAIS"
                   GO TO P583-FIM
               END-IF
           END-IF

           ADD 1                        TO TAB-FUN-TOTAL (WS-POS)
           IF LGN-RETORNO NOT EQUAL "00" THEN
               ADD 1                    TO TAB-FUN-RECUSADAS (WS-POS)
           END-IF

           SET ACHOU TO FALSE
           PERFORM P589-BUSCA-CODIGO THRU P589-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-CODIGOS OR ACHOU

           IF NOT ACHOU THEN
               IF WS-QTD-CODIGOS LESS 60 THEN
                   ADD 1                TO WS-QTD-CODIGOS
                   MOVE LGN-SERVICO     TO
                        TAB-COD-SERVICO (WS-QTD-CODIGOS)
                   MOVE LGN-FUNCAO      TO
                        TAB-COD-FUNCAO (WS-QTD-CODIGOS)
                   MOVE LGN-RETORNO     TO
                        TAB-COD-RETORNO (WS-QTD-CODIGOS)
                   MOVE 1               TO TAB-COD-QTD (WS-QTD-CODIGOS)
               ELSE
                   DISPLAY "TABELA DE CODIGOS CHEIA, CODIGO "
                           LGN-RETORNO " FICOU FORA DOS TOTAIS"
               END-IF
           END-IF.
       P583-FIM.

           P588-BUSCA-FUNCAO.

           IF TAB-FUN-SERVICO (WS-K) EQUAL LGN-SERVICO AND
              TAB-FUN-FUNCAO (WS-K) EQUAL LGN-FUNCAO THEN
               MOVE WS-K                TO WS-POS
               SET ACHOU TO TRUE
           END-IF.
       P588-FIM.

           P589-BUSCA-CODIGO.

           IF TAB-COD-SERVICO (WS-K) EQUAL LGN-SERVICO AND
              TAB-COD-FUNCAO (WS-K) EQUAL LGN-FUNCAO AND
              TAB-COD-RETORNO (WS-K) EQUAL LGN-RETORNO THEN
               ADD 1                    TO TAB-COD-QTD (WS-K)
               SET ACHOU TO TRUE
           END-IF.
       P589-FIM.

      ******************************************************************
      * P584-SOMA-ERRO: senha errada (codigo 01 - so sai com o email
      * cadastrado, entao o usuario e conhecido) soma na entrada do
      * usuario, criando-a na primeira aparicao.
      ******************************************************************
           P584-SOMA-ERRO.

           SET ACHOU TO FALSE
           PERFORM P585-BUSCA-ERRO THRU P585-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-ERROS OR ACHOU

           IF NOT ACHOU THEN
               IF WS-QTD-ERROS LESS 2000 THEN
                   ADD 1                TO WS-QTD-ERROS
                   MOVE WS-QTD-ERROS    TO WS-POS
                   MOVE LGN-CD-USER     TO TAB-ERR-CD (WS-POS)
                   MOVE LGN-EMAIL       TO TAB-ERR-EMAIL (WS-POS)
                   MOVE ZERO            TO TAB-ERR-QTD (WS-POS)
               ELSE
                   DISPLAY "TABELA DE SENHAS ERRADAS CHEIA, CODIGO "
                           LGN-CD-USER " FICOU FORA DOS TOTAIS"
                   GO TO P584-FIM
               END-IF
           END-IF

           ADD 1                        TO TAB-ERR-QTD (WS-POS)
           MOVE LGN-DATA-HORA           TO TAB-ERR-ULTIMA (WS-POS).
       P584-FIM.

           P585-BUSCA-ERRO.

           IF TAB-ERR-CD (WS-K) EQUAL LGN-CD-USER THEN
               MOVE WS-K                TO WS-POS
               SET ACHOU TO TRUE
           END-IF.
       P585-FIM.

      ******************************************************************
      * P586-IMPRIME: cabecalho, tentativas por dia, taxa por codigo
      * devolvido, usuarios com senha errada repetida e o total geral.
      ******************************************************************
           P586-IMPRIME.

           OPEN OUTPUT LGNREL

           MOVE SPACES TO WS-LINHA-LGR
           STRING "ENTRADAS DO USUARIO FINAL (LGNLOG) - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   FAIXA: " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           MOVE ALL "-" TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           MOVE "TENTATIVAS POR DIA" TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           PERFORM P590-LINHA-DIA THRU P590-FIM
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-DIAS

           MOVE ALL "-" TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           MOVE "CODIGOS DEVOLVIDOS POR SERVICO E FUNCAO"
                                         TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           PERFORM P591-LINHA-FUNCAO THRU P591-FIM
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-FUNCOES

           MOVE ALL "-" TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           MOVE SPACES TO WS-LINHA-LGR
           STRING "USUARIOS COM SENHA ERRADA REPETIDA (MINIMO DE "
                  DELIMITED BY SIZE
                  WS-MINIMO-ERROS DELIMITED BY SIZE
                  " NA FAIXA)" DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           PERFORM P594-LINHA-ERRO THRU P594-FIM
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-ERROS

           MOVE ALL "-" TO WS-LINHA-LGR
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           MOVE ZERO TO WS-TAXA
           IF WS-TOTAL-TENTATIVAS GREATER ZERO THEN
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOTAL-RECUSADAS * 100 / WS-TOTAL-TENTATIVAS
           END-IF
           MOVE WS-TAXA TO WS-TAXA-ED

           MOVE SPACES TO WS-LINHA-LGR
           STRING "TOTAL NA FAIXA: " DELIMITED BY SIZE
                  WS-TOTAL-TENTATIVAS DELIMITED BY SIZE
                  " TENTATIVAS, " DELIMITED BY SIZE
                  WS-TOTAL-ACEITAS DELIMITED BY SIZE
                  " ACEITAS, " DELIMITED BY SIZE
                  WS-TOTAL-RECUSADAS DELIMITED BY SIZE
                  " RECUSADAS (" DELIMITED BY SIZE
                  WS-TAXA-ED DELIMITED BY SIZE
                  "%); " DELIMITED BY SIZE
                  WS-QTD-REPETIDOS DELIMITED BY SIZE
                  " USUARIOS COM SENHA ERRADA REPETIDA"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           CLOSE LGNREL.
       P586-FIM.

           P590-LINHA-DIA.

           MOVE ZERO TO WS-TAXA
           IF TAB-DIA-TOTAL (WS-I) GREATER ZERO THEN
               COMPUTE WS-TAXA ROUNDED =
                   TAB-DIA-RECUSADAS (WS-I) * 100 / TAB-DIA-TOTAL (WS-I)
           END-IF
           MOVE WS-TAXA TO WS-TAXA-ED

           MOVE SPACES TO WS-LINHA-LGR
           STRING "  " DELIMITED BY SIZE
                  TAB-DIA-DATA (WS-I) DELIMITED BY SIZE
                  "  TENTATIVAS: " DELIMITED BY SIZE
                  TAB-DIA-TOTAL (WS-I) DELIMITED BY SIZE
                  "  ACEITAS: " DELIMITED BY SIZE
                  TAB-DIA-ACEITAS (WS-I) DELIMITED BY SIZE
                  "  RECUSADAS: " DELIMITED BY SIZE
                  TAB-DIA-RECUSADAS (WS-I) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TAXA-ED DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL.
       P590-FIM.

      ******************************************************************
      * P591-LINHA-FUNCAO: uma linha de total por servico e funcao
      * com a taxa de falha, seguida de uma linha por codigo devolvido
      * com a fatia que o codigo tem nas tentativas da funcao.
      ******************************************************************
           P591-LINHA-FUNCAO.

           MOVE ZERO TO WS-TAXA
           IF TAB-FUN-TOTAL (WS-I) GREATER ZERO THEN
               COMPUTE WS-TAXA ROUNDED =
                   TAB-FUN-RECUSADAS (WS-I) * 100 / TAB-FUN-TOTAL (WS-I)
           END-IF
           MOVE WS-TAXA TO WS-TAXA-ED

           MOVE SPACES TO WS-LINHA-LGR
           STRING "  " DELIMITED BY SIZE
                  TAB-FUN-SERVICO (WS-I) DELIMITED BY SIZE
                  " FUNCAO " DELIMITED BY SIZE
                  TAB-FUN-FUNCAO (WS-I) DELIMITED BY SIZE
                  "  TENTATIVAS: " DELIMITED BY SIZE
                  TAB-FUN-TOTAL (WS-I) DELIMITED BY SIZE
                  "  TAXA DE FALHA: " DELIMITED BY SIZE
                  WS-TAXA-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL

           PERFORM P593-LINHA-CODIGO THRU P593-FIM
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-CODIGOS.
       P591-FIM.

           P593-LINHA-CODIGO.

           IF TAB-COD-SERVICO (WS-K) NOT EQUAL TAB-FUN-SERVICO (WS-I) OR
              TAB-COD-FUNCAO (WS-K) NOT EQUAL TAB-FUN-FUNCAO (WS-I) THEN
               GO TO P593-FIM
           END-IF

           EVALUATE TAB-COD-RETORNO (WS-K)
               WHEN "00"
                   MOVE "ACEITA"              TO WS-DESCRICAO
               WHEN "01"
                   MOVE "SENHA ERRADA"        TO WS-DESCRICAO
               WHEN "02"
                   MOVE "USUARIO INATIVO"     TO WS-DESCRICAO
               WHEN "03"
                   MOVE "EMAIL NAO CADASTRADO" TO WS-DESCRICAO
               WHEN "04"
                   MOVE "TOKEN NAO CONFERE"   TO WS-DESCRICAO
               WHEN "05"
                   MOVE "TOKEN EXPIRADO"      TO WS-DESCRICAO
               WHEN "06"
                   MOVE "FUNCAO INVALIDA"     TO WS-DESCRICAO
               WHEN "07"
                   MOVE "SENHA NOVA INVALIDA" TO WS-DESCRICAO
               WHEN "09"
                   MOVE "ERRO DE ARQUIVO"     TO WS-DESCRICAO
               WHEN OTHER
                   MOVE "CODIGO DESCONHECIDO" TO WS-DESCRICAO
           END-EVALUATE

           COMPUTE WS-TAXA ROUNDED =
               TAB-COD-QTD (WS-K) * 100 / TAB-FUN-TOTAL (WS-I)
           MOVE WS-TAXA TO WS-TAXA-ED

           MOVE SPACES TO WS-LINHA-LGR
           STRING "      CODIGO " DELIMITED BY SIZE
                  TAB-COD-RETORNO (WS-K) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  "  QTD: " DELIMITED BY SIZE
                  TAB-COD-QTD (WS-K) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TAXA-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL.
       P593-FIM.

      ******************************************************************
      * P594-LINHA-ERRO: usuario com senhas erradas na faixa a partir
      * do minimo pedido, com a ultima tentativa errada e a ultima
      * entrada aceita - errada depois da ultima aceita e o caso de
      * olhar primeiro.
      ******************************************************************
           P594-LINHA-ERRO.

           IF TAB-ERR-QTD (WS-I) LESS WS-MINIMO-ERROS THEN
               GO TO P594-FIM
           END-IF

           ADD 1 TO WS-QTD-REPETIDOS

           MOVE "NENHUMA"               TO WS-ULTIMA-ACEITA
           IF TEM-ULTFILE THEN
               MOVE TAB-ERR-CD (WS-I)   TO ULT-CD-USER
               READ ULTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ULT-DT-ENTRADA  TO WS-ULTIMA-ACEITA
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-LGR
           STRING "  USUARIO " DELIMITED BY SIZE
                  TAB-ERR-CD (WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAB-ERR-EMAIL (WS-I) DELIMITED BY SIZE
                  " ERRADAS: " DELIMITED BY SIZE
                  TAB-ERR-QTD (WS-I) DELIMITED BY SIZE
                  "  ULTIMA ERRADA: " DELIMITED BY SIZE
                  TAB-ERR-ULTIMA (WS-I) DELIMITED BY SIZE
                  "  ULTIMA ACEITA: " DELIMITED BY SIZE
                  WS-ULTIMA-ACEITA DELIMITED BY SIZE
                  INTO WS-LINHA-LGR
           END-STRING
           MOVE WS-LINHA-LGR TO LGR-LINHA
           WRITE REG-ENTRADA-REL.
       P594-FIM.

      ******************************************************************
      * P592-PEDE-PARAMETROS: rodada pela operacao - a faixa de datas
      * e o minimo de senhas erradas vem do SYSIN.
      ******************************************************************
           P592-PEDE-PARAMETROS.

           MOVE ZERO TO WS-DATA-INI
           MOVE ZERO TO WS-DATA-FIM
           MOVE ZERO TO WS-MINIMO-ERROS

           DISPLAY "DATA INICIAL AAAAMMDD (ENTER = DESDE O INICIO)"
           ACCEPT WS-DATA-INI

           DISPLAY "DATA FINAL AAAAMMDD (ENTER = ATE HOJE)"
           ACCEPT WS-DATA-FIM

           DISPLAY "MINIMO DE SENHAS ERRADAS PARA LISTAR (ENTER = 3)"
           ACCEPT WS-MINIMO-ERROS.
       P592-FIM.
           COPY STATCHK.
       END PROGRAM RELENTRA.
