      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/VERIFICACAO DO ENCADEAMENTO DO
      *         AUDLOG E DO SEGLOG
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo semanal da corrente do
      *                 CTLNOITE. Percorre a cadeia do AUDLOG desde o
      *                 arquivo morto mais antigo registrado no ELOCTL
      *                 (PURGHIST), arquivo por arquivo ate o AUDLOG
      *                 vivo, e a do SEGLOG, recalculando o elo de
      *                 integridade de cada linha (ELOCALC) e conferindo
      *                 a ligacao com a linha anterior. Imprime no
      *                 ELOREL o arquivo e a posicao exata de cada linha
      *                 alterada, ausente, fora de ordem ou sem elo no
      *                 meio da cadeia, e de cada arquivo morto sumido
      *                 ou com o fim diferente do registrado no
      *                 expurgo. Quebra devolve RETURN-CODE 4 (aviso).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERELOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELCSEL.
           COPY AARSEL.
           COPY AUDSEL.
           COPY SEGSEL.
           COPY ELRSEL.
           COPY GERSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ELOCTL.
           COPY ELCREC.

       FD AUDARC.
           COPY AARREC.

       FD AUDLOG.
           COPY AUDREC.

       FD SEGLOG.
           COPY SEGREC.

       FD ELOREL.
           COPY ELRREC.

       FD GERCTLG.
           COPY GERREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-ELOCTL                   PIC 99.
        88 FS-ELOCTL-OK                  VALUE 0.
       77 WS-FS-AUDARC                   PIC 99.
        88 FS-AUDARC-OK                  VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-SEGLOG                   PIC 99.
        88 FS-SEGLOG-OK                  VALUE 0.
       77 WS-FS-ELOREL                   PIC 99.
        88 FS-ELOREL-OK                  VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-ELC-EOF                     PIC X.
        88 ELC-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-NOME-AUDARC                 PIC X(50).
       77 WS-NOME-ELOREL                 PIC X(50).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-LINHA-ELR                   PIC X(132).

      * Estado da cadeia em conferencia.
       77 WS-CADEIA-CONHECIDA            PIC X.
        88 CADEIA-CONHECIDA              VALUE "S" FALSE "N".
       77 WS-CADEIA-INICIADA             PIC X.
        88 CADEIA-INICIADA               VALUE "S" FALSE "N".
       77 WS-ACHOU-RECENTE               PIC X.
        88 ACHOU-RECENTE                 VALUE "S" FALSE "N".
       77 WS-ESPERADO                    PIC 9(08).
       77 WS-REG-ANT                     PIC 9(08).
       77 WS-REG-ELO                     PIC 9(08).
       77 WS-REG-CHAVE                   PIC X(90).
       77 WS-TIPO-QUEBRA                 PIC X(50).
       77 WS-ARQUIVO-ATUAL               PIC X(50).
       77 WS-POSICAO                     PIC 9(07).
       77 WS-ARQ-LEGADO                  PIC 9(07).
       77 WS-ARQ-QUEBRAS                 PIC 9(07).
       77 WS-TOT-LINHAS                  PIC 9(09).
       77 WS-TOT-QUEBRAS                 PIC 9(07).
       77 WS-TOT-ARQUIVOS                PIC 9(05).
       77 WS-QTD-MORTOS                  PIC 9(05).
       77 WS-IDX-REC                     PIC 9(02) COMP.
       77 WS-PROX-REC                    PIC 9(02) COMP.

      * Arquivo morto pendente - linhas seguidas do ELOCTL com o mesmo
      * nome sao o mesmo arquivo, acrescido no mesmo dia.
       77 WS-PEND-TEM                    PIC X.
        88 PEND-TEM                      VALUE "S" FALSE "N".
       77 WS-PEND-NOME                   PIC X(50).
       77 WS-PEND-QTD                    PIC 9(07).
       77 WS-PEND-ELO-FIM                PIC 9(08).

       01 TAB-RECENTES.
           03 TAB-REC-ELO                PIC 9(08) OCCURS 32 TIMES.

           COPY STATWRK.

           COPY ELOWK.

           COPY GERWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P380-VERIFICAR: mainline do passo - abre o relatorio, confere a
      * cadeia do AUDLOG (arquivos mortos e arquivo vivo) e a do
      * SEGLOG, fecha com os totais e registra a geracao.
      ******************************************************************
           P380-VERIFICAR.

           MOVE "VERELOG"           TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-TOT-LINHAS
           MOVE ZERO                     TO WS-TOT-QUEBRAS
           MOVE ZERO                     TO WS-TOT-ARQUIVOS
           MOVE ZERO                     TO WS-QTD-MORTOS

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE SPACES TO WS-NOME-ELOREL
           STRING "C:\Users\PC\Desktop\CRUD\ELOREL.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-ELOREL
           END-STRING

           OPEN OUTPUT ELOREL
           IF NOT FS-ELOREL-OK THEN
               MOVE WS-FS-ELOREL         TO WS-FS-CODIGO
               MOVE "ELOREL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P397-CABECALHO THRU P397-FIM

           PERFORM P381-CADEIA-AUDLOG THRU P381-FIM

           PERFORM P388-VERIFICA-SEGLOG THRU P388-FIM

           PERFORM P398-RODAPE THRU P398-FIM

           CLOSE ELOREL

           MOVE "ELOREL"                 TO WS-GER-ARQUIVO
           MOVE WS-NOME-ELOREL           TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           DISPLAY "VERIFICACAO DO ENCADEAMENTO: " WS-TOT-ARQUIVOS
                   " ARQUIVOS, " WS-TOT-LINHAS " LINHAS, "
                   WS-TOT-QUEBRAS " QUEBRAS - VEJA O ELOREL"

           IF WS-TOT-QUEBRAS GREATER ZERO THEN
               DISPLAY "CADEIA DE INTEGRIDADE QUEBRADA - AVISE A"
                       " AUDITORIA"
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P380-FIM.

      ******************************************************************
      * P381-CADEIA-AUDLOG: a cadeia do AUDLOG comeca no arquivo morto
      * mais antigo do ELOCTL e segue, arquivo por arquivo, ate o
      * AUDLOG vivo - a primeira linha de cada arquivo tem que ligar
      * com a ultima do anterior. Sem ELOCTL nao houve expurgo
      * encadeado e a cadeia esta toda no AUDLOG vivo.
      ******************************************************************
           P381-CADEIA-AUDLOG.

           PERFORM P387-INICIA-CADEIA THRU P387-FIM
           SET PEND-TEM TO FALSE

           OPEN INPUT ELOCTL
           IF FS-ELOCTL-OK THEN
               SET ELC-EOF-OK TO FALSE
               PERFORM P382-LE-ELOCTL THRU P382-FIM UNTIL ELC-EOF-OK
               CLOSE ELOCTL
               IF PEND-TEM THEN
                   PERFORM P383-VERIFICA-ARQUIVO THRU P383-FIM
               END-IF
           END-IF

           PERFORM P385-VERIFICA-AUDLOG THRU P385-FIM.
       P381-FIM.

           P382-LE-ELOCTL.

           READ ELOCTL
           AT END
               SET ELC-EOF-OK TO TRUE
               GO TO P382-FIM
           END-READ

           IF ELC-LOG NOT EQUAL "AUDLOG" THEN
               GO TO P382-FIM
           END-IF

           IF PEND-TEM AND ELC-NOME EQUAL WS-PEND-NOME THEN
               ADD ELC-QTD               TO WS-PEND-QTD
               MOVE ELC-ELO-FIM          TO WS-PEND-ELO-FIM
               GO TO P382-FIM
           END-IF

           IF PEND-TEM THEN
               PERFORM P383-VERIFICA-ARQUIVO THRU P383-FIM
           END-IF

           SET PEND-TEM TO TRUE
           MOVE ELC-NOME                 TO WS-PEND-NOME
           MOVE ELC-QTD                  TO WS-PEND-QTD
           MOVE ELC-ELO-FIM              TO WS-PEND-ELO-FIM.
       P382-FIM.

      ******************************************************************
      * P383-VERIFICA-ARQUIVO: confere um arquivo morto - linha a
      * linha e, no fim, a quantidade e o ultimo elo contra o que o
      * PURGHIST registrou no expurgo (linha apagada ou acrescentada
      * no fim do arquivo morto). Arquivo morto sumido quebra a cadeia:
      * o arquivo seguinte comeca sem elo conhecido para conferir.
      ******************************************************************
           P383-VERIFICA-ARQUIVO.

           ADD 1                         TO WS-QTD-MORTOS
           MOVE WS-PEND-NOME             TO WS-NOME-AUDARC
           MOVE WS-PEND-NOME             TO WS-ARQUIVO-ATUAL
           PERFORM P395-INICIA-ARQUIVO THRU P395-FIM

           OPEN INPUT AUDARC
           IF NOT FS-AUDARC-OK THEN
               MOVE ZERO                 TO WS-POSICAO
               MOVE "ARQUIVO MORTO NAO ENCONTRADO" TO WS-TIPO-QUEBRA
               MOVE SPACES               TO WS-REG-CHAVE
               STRING "FILE STATUS "     DELIMITED BY SIZE
                      WS-FS-AUDARC       DELIMITED BY SIZE
                      INTO WS-REG-CHAVE
               END-STRING
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
               SET CADEIA-CONHECIDA TO FALSE
               PERFORM P396-RESUMO-ARQUIVO THRU P396-FIM
               GO TO P383-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P384-LE-ARQUIVO THRU P384-FIM UNTIL EOF-OK

           CLOSE AUDARC

           IF WS-POSICAO NOT EQUAL WS-PEND-QTD OR
              WS-ESPERADO NOT EQUAL WS-PEND-ELO-FIM THEN
               MOVE "FIM DO ARQUIVO MORTO DIFERENTE DO EXPURGO"
                                         TO WS-TIPO-QUEBRA
               MOVE SPACES               TO WS-REG-CHAVE
               STRING "LINHAS NO ARQUIVO " DELIMITED BY SIZE
                      WS-POSICAO         DELIMITED BY SIZE
                      ", NO EXPURGO "    DELIMITED BY SIZE
                      WS-PEND-QTD        DELIMITED BY SIZE
                      "; ULTIMO ELO "    DELIMITED BY SIZE
                      WS-ESPERADO        DELIMITED BY SIZE
                      ", NO EXPURGO "    DELIMITED BY SIZE
                      WS-PEND-ELO-FIM    DELIMITED BY SIZE
                      INTO WS-REG-CHAVE
               END-STRING
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
           END-IF

           PERFORM P396-RESUMO-ARQUIVO THRU P396-FIM.
       P383-FIM.

           P384-LE-ARQUIVO.

           READ AUDARC
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-AUD-ARC          TO REG-AUDIT
               PERFORM P390-CONFERE-AUDIT THRU P390-FIM
           END-READ.
       P384-FIM.

      ******************************************************************
      * P385-VERIFICA-AUDLOG: o AUDLOG vivo continua a cadeia do
      * ultimo arquivo morto. Depois de um expurgo o AUDLOG nunca fica
      * vazio (linha EXPURGO do PURGHIST) - AUDLOG sumido com arquivo
      * morto registrado e quebra.
      ******************************************************************
           P385-VERIFICA-AUDLOG.

           MOVE "AUDLOG"                 TO WS-ARQUIVO-ATUAL
           PERFORM P395-INICIA-ARQUIVO THRU P395-FIM

           OPEN INPUT AUDLOG
           IF NOT FS-AUDLOG-OK THEN
               IF WS-FS-AUDLOG EQUAL 35 AND
                  WS-QTD-MORTOS EQUAL ZERO THEN
                   MOVE SPACES           TO WS-LINHA-ELR
                   MOVE "AUDLOG: ARQUIVO INEXISTENTE, NADA A CONFERIR"
                                         TO WS-LINHA-ELR
                   WRITE REG-ELO-REL FROM WS-LINHA-ELR
               ELSE
                   MOVE ZERO             TO WS-POSICAO
                   MOVE "AUDLOG VIVO NAO ENCONTRADO" TO WS-TIPO-QUEBRA
                   MOVE SPACES           TO WS-REG-CHAVE
                   STRING "FILE STATUS " DELIMITED BY SIZE
                          WS-FS-AUDLOG   DELIMITED BY SIZE
                          INTO WS-REG-CHAVE
                   END-STRING
                   PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
                   PERFORM P396-RESUMO-ARQUIVO THRU P396-FIM
               END-IF
               GO TO P385-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P386-LE-AUDLOG THRU P386-FIM UNTIL EOF-OK

           CLOSE AUDLOG

           PERFORM P396-RESUMO-ARQUIVO THRU P396-FIM.
       P385-FIM.

           P386-LE-AUDLOG.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P390-CONFERE-AUDIT THRU P390-FIM
           END-READ.
       P386-FIM.

      ******************************************************************
      * P387-INICIA-CADEIA: cadeia nova (AUDLOG, SEGLOG) - o primeiro
      * elo ainda nao e conhecido e a tabela de elos recentes, usada
      * para separar linha fora de ordem de linha ausente, fica vazia.
      ******************************************************************
           P387-INICIA-CADEIA.

           SET CADEIA-CONHECIDA TO FALSE
           SET CADEIA-INICIADA TO FALSE
           MOVE ZERO                     TO WS-ESPERADO
           MOVE ZERO                     TO TAB-RECENTES
           MOVE 1                        TO WS-PROX-REC.
       P387-FIM.

      ******************************************************************
      * P388-VERIFICA-SEGLOG: o SEGLOG nao tem expurgo - a cadeia
      * inteira esta no arquivo vivo.
      ******************************************************************
           P388-VERIFICA-SEGLOG.

           PERFORM P387-INICIA-CADEIA THRU P387-FIM
           MOVE "SEGLOG"                 TO WS-ARQUIVO-ATUAL
           PERFORM P395-INICIA-ARQUIVO THRU P395-FIM

           OPEN INPUT SEGLOG
           IF NOT FS-SEGLOG-OK THEN
               MOVE SPACES               TO WS-LINHA-ELR
               STRING "SEGLOG: ARQUIVO INDISPONIVEL, FS="
                      DELIMITED BY SIZE
                      WS-FS-SEGLOG       DELIMITED BY SIZE
                      " - NADA A CONFERIR" DELIMITED BY SIZE
                      INTO WS-LINHA-ELR
               END-STRING
               WRITE REG-ELO-REL FROM WS-LINHA-ELR
               GO TO P388-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P389-LE-SEGLOG THRU P389-FIM UNTIL EOF-OK

           CLOSE SEGLOG

           PERFORM P396-RESUMO-ARQUIVO THRU P396-FIM.
       P388-FIM.

           P389-LE-SEGLOG.

           READ SEGLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P391-CONFERE-SEGLOG THRU P391-FIM
           END-READ.
       P389-FIM.

      ******************************************************************
      * P390-CONFERE-AUDIT: uma linha do AUDLOG ou de arquivo morto.
      * Sem elo: so vale no comeco da cadeia (linhas gravadas antes do
      * encadeamento); com elo: o elo tem que bater com o conteudo e o
      * elo anterior com o da linha de cima.
      ******************************************************************
           P390-CONFERE-AUDIT.

           ADD 1                         TO WS-POSICAO
           ADD 1                         TO WS-TOT-LINHAS

           MOVE SPACES                   TO WS-REG-CHAVE
           STRING "USUARIO "             DELIMITED BY SIZE
                  AUD-CD-USER            DELIMITED BY SIZE
                  " CAMPO "              DELIMITED BY SIZE
                  AUD-CAMPO              DELIMITED BY SIZE
                  " OPERADOR "           DELIMITED BY SIZE
                  AUD-OPERADOR           DELIMITED BY SIZE
                  " EM "                 DELIMITED BY SIZE
                  AUD-DATA-HORA          DELIMITED BY SIZE
                  INTO WS-REG-CHAVE
           END-STRING

           IF AUD-ELO IS NOT NUMERIC OR
              AUD-ELO-ANT IS NOT NUMERIC THEN
               PERFORM P399-LINHA-SEM-ELO THRU P399-FIM
               GO TO P390-FIM
           END-IF

           MOVE AUD-ELO-ANT              TO WS-REG-ANT
           MOVE AUD-ELO                  TO WS-REG-ELO

           MOVE AUD-ELO-ANT              TO WS-ELO-ANTERIOR
           MOVE AUD-DADOS                TO WS-ELO-ENTRADA
           MOVE 110                      TO WS-ELO-TAMANHO
           PERFORM P944-CALCULA-ELO THRU P944-FIM
           IF WS-ELO-NOVO NOT EQUAL AUD-ELO THEN
               MOVE "LINHA ALTERADA (ELO NAO CONFERE COM O CONTEUDO)"
                                         TO WS-TIPO-QUEBRA
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
           END-IF

           PERFORM P392-CONFERE-LIGACAO THRU P392-FIM.
       P390-FIM.

      ******************************************************************
      * P391-CONFERE-SEGLOG: a mesma conferencia para uma linha do
      * SEGLOG.
      ******************************************************************
           P391-CONFERE-SEGLOG.

           ADD 1                         TO WS-POSICAO
           ADD 1                         TO WS-TOT-LINHAS

           MOVE SPACES                   TO WS-REG-CHAVE
           STRING "OPERADOR "            DELIMITED BY SIZE
                  SEG-OPERADOR           DELIMITED BY SIZE
                  " PROGRAMA "           DELIMITED BY SIZE
                  SEG-PROGRAMA           DELIMITED BY SIZE
                  " EVENTO "             DELIMITED BY SIZE
                  SEG-EVENTO             DELIMITED BY SIZE
                  " EM "                 DELIMITED BY SIZE
                  SEG-DATA-HORA          DELIMITED BY SIZE
                  INTO WS-REG-CHAVE
           END-STRING

           IF SEG-ELO IS NOT NUMERIC OR
              SEG-ELO-ANT IS NOT NUMERIC THEN
               PERFORM P399-LINHA-SEM-ELO THRU P399-FIM
               GO TO P391-FIM
           END-IF

           MOVE SEG-ELO-ANT              TO WS-REG-ANT
           MOVE SEG-ELO                  TO WS-REG-ELO

           MOVE SEG-ELO-ANT              TO WS-ELO-ANTERIOR
           MOVE SEG-DADOS                TO WS-ELO-ENTRADA
           MOVE 58                       TO WS-ELO-TAMANHO
           PERFORM P944-CALCULA-ELO THRU P944-FIM
           IF WS-ELO-NOVO NOT EQUAL SEG-ELO THEN
               MOVE "LINHA ALTERADA (ELO NAO CONFERE COM O CONTEUDO)"
                                         TO WS-TIPO-QUEBRA
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
           END-IF

           PERFORM P392-CONFERE-LIGACAO THRU P392-FIM.
       P391-FIM.

      ******************************************************************
      * P392-CONFERE-LIGACAO: o elo anterior gravado na linha tem que
      * ser o elo da linha de cima. Se for o de uma linha mais antiga
      * ainda na tabela de recentes, a linha esta fora de ordem; se
      * nao for de nenhuma, falta linha antes dela. A conferencia
      * continua a partir desta linha, para uma linha apagada apontar
      * uma quebra so.
      ******************************************************************
           P392-CONFERE-LIGACAO.

           IF CADEIA-CONHECIDA AND WS-REG-ANT NOT EQUAL WS-ESPERADO THEN
               SET ACHOU-RECENTE TO FALSE
               PERFORM P393-PROCURA-RECENTE THRU P393-FIM
                       VARYING WS-IDX-REC FROM 1 BY 1
                       UNTIL WS-IDX-REC > 32 OR ACHOU-RECENTE
               IF ACHOU-RECENTE THEN
                   MOVE "LINHA FORA DE ORDEM" TO WS-TIPO-QUEBRA
               ELSE
                   MOVE "LINHA AUSENTE ANTES DESTA (ELO NAO ACHADO)"
                                         TO WS-TIPO-QUEBRA
               END-IF
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
           END-IF

           SET CADEIA-CONHECIDA TO TRUE
           SET CADEIA-INICIADA TO TRUE
           MOVE WS-REG-ELO               TO WS-ESPERADO

           MOVE WS-REG-ELO               TO TAB-REC-ELO (WS-PROX-REC)
           ADD 1                         TO WS-PROX-REC
           IF WS-PROX-REC GREATER 32 THEN
               MOVE 1                    TO WS-PROX-REC
           END-IF.
       P392-FIM.

           P393-PROCURA-RECENTE.

           IF TAB-REC-ELO (WS-IDX-REC) EQUAL WS-REG-ANT AND
              WS-REG-ANT NOT EQUAL ZERO THEN
               SET ACHOU-RECENTE TO TRUE
           END-IF.
       P393-FIM.

      ******************************************************************
      * P399-LINHA-SEM-ELO: linha sem elo depois de a cadeia ter
      * comecado foi inserida ou teve o elo apagado. A linha gravada
      * logo depois dela liga com zero, como faz a rotina de gravacao.
      ******************************************************************
           P399-LINHA-SEM-ELO.

           ADD 1                         TO WS-ARQ-LEGADO

           IF CADEIA-INICIADA THEN
               MOVE "LINHA SEM ELO NO MEIO DA CADEIA" TO WS-TIPO-QUEBRA
               PERFORM P394-REGISTRA-QUEBRA THRU P394-FIM
           END-IF

           SET CADEIA-CONHECIDA TO TRUE
           MOVE ZERO                     TO WS-ESPERADO.
       P399-FIM.

      ******************************************************************
      * P394-REGISTRA-QUEBRA: duas linhas no ELOREL - arquivo, posicao
      * (numero da linha no arquivo) e tipo da quebra; depois os dados
      * da linha, para a auditoria achar o registro.
      ******************************************************************
           P394-REGISTRA-QUEBRA.

           ADD 1                         TO WS-ARQ-QUEBRAS
           ADD 1                         TO WS-TOT-QUEBRAS

           MOVE SPACES                   TO WS-LINHA-ELR
           STRING "*** "                 DELIMITED BY SIZE
                  WS-ARQUIVO-ATUAL       DELIMITED BY SPACE
                  "  LINHA "             DELIMITED BY SIZE
                  WS-POSICAO             DELIMITED BY SIZE
                  ": "                   DELIMITED BY SIZE
                  WS-TIPO-QUEBRA         DELIMITED BY SIZE
                  INTO WS-LINHA-ELR
           END-STRING
           WRITE REG-ELO-REL FROM WS-LINHA-ELR

           MOVE SPACES                   TO WS-LINHA-ELR
           STRING "    "                 DELIMITED BY SIZE
                  WS-REG-CHAVE           DELIMITED BY SIZE
                  INTO WS-LINHA-ELR
           END-STRING
           WRITE REG-ELO-REL FROM WS-LINHA-ELR.
       P394-FIM.

           P395-INICIA-ARQUIVO.

           ADD 1                         TO WS-TOT-ARQUIVOS
           MOVE ZERO                     TO WS-POSICAO
           MOVE ZERO                     TO WS-ARQ-LEGADO
           MOVE ZERO                     TO WS-ARQ-QUEBRAS.
       P395-FIM.

      ******************************************************************
      * P396-RESUMO-ARQUIVO: linha de resumo de cada arquivo conferido.
      ******************************************************************
           P396-RESUMO-ARQUIVO.

           MOVE SPACES                   TO WS-LINHA-ELR
           STRING WS-ARQUIVO-ATUAL       DELIMITED BY SPACE
                  ": "                   DELIMITED BY SIZE
                  WS-POSICAO             DELIMITED BY SIZE
                  " LINHAS, "            DELIMITED BY SIZE
                  WS-ARQ-LEGADO          DELIMITED BY SIZE
                  " ANTERIORES AO ENCADEAMENTO, " DELIMITED BY SIZE
                  WS-ARQ-QUEBRAS         DELIMITED BY SIZE
                  " QUEBRAS"             DELIMITED BY SIZE
                  INTO WS-LINHA-ELR
           END-STRING
           WRITE REG-ELO-REL FROM WS-LINHA-ELR.
       P396-FIM.

           P397-CABECALHO.

           MOVE SPACES                   TO WS-LINHA-ELR
           STRING "VERIFICACAO DO ENCADEAMENTO DO AUDLOG E DO SEGLOG"
                  DELIMITED BY SIZE
                  " - DATA "             DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  " HORA "               DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO WS-LINHA-ELR
           END-STRING
           WRITE REG-ELO-REL FROM WS-LINHA-ELR

           MOVE ALL "-"                  TO WS-LINHA-ELR
           WRITE REG-ELO-REL FROM WS-LINHA-ELR.
       P397-FIM.

           P398-RODAPE.

           MOVE ALL "-"                  TO WS-LINHA-ELR
           WRITE REG-ELO-REL FROM WS-LINHA-ELR

           MOVE SPACES                   TO WS-LINHA-ELR
           STRING "TOTAL: "              DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS        DELIMITED BY SIZE
                  " ARQUIVOS, "          DELIMITED BY SIZE
                  WS-TOT-LINHAS          DELIMITED BY SIZE
                  " LINHAS, "            DELIMITED BY SIZE
                  WS-TOT-QUEBRAS         DELIMITED BY SIZE
                  " QUEBRAS"             DELIMITED BY SIZE
                  INTO WS-LINHA-ELR
           END-STRING
           WRITE REG-ELO-REL FROM WS-LINHA-ELR

           MOVE SPACES                   TO WS-LINHA-ELR
           IF WS-TOT-QUEBRAS EQUAL ZERO THEN
               MOVE "CADEIAS INTEGRAS" TO WS-LINHA-ELR
           ELSE
               STRING "CADEIA QUEBRADA - AS LINHAS MARCADAS COM ***"
                      DELIMITED BY SIZE
                      " SAO PROVA DE ADULTERACAO, AVISE A AUDITORIA"
                      DELIMITED BY SIZE
                      INTO WS-LINHA-ELR
               END-STRING
           END-IF
           WRITE REG-ELO-REL FROM WS-LINHA-ELR.
       P398-FIM.

           COPY ELOCALC.

           COPY GERGRV.

           COPY STATCHK.
       END PROGRAM VERELOG.
