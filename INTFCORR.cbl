      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/INTERFACE DE CORRESPONDENCIA
      *         DEVOLVIDA PELO CORREIO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: le o DEVFILE que o correio
      *                 transmite com as cartas devolvidas (header,
      *                 detalhes, trailer com contagem), confere o
      *                 trailer contra os detalhes realmente lidos no
      *                 molde do INTFHR e so entao casa cada devolucao
      *                 pela referencia e pelo CEP impressos na carta
      *                 (CRTBEMV e CARTUSER) com o endereco atual do
      *                 CPLFILE: liga a marca CPL-FL-DEVOLVIDO, grava a
      *                 devolucao com motivo e data no DEVHIST (ao lado
      *                 do ENDHIST) e deixa no DVAFILE o pedido de
      *                 atualizacao de endereco que o NOTIFUSER manda
      *                 por email. O relatorio DEVREL lista as
      *                 devolucoes sem casamento e os usuarios com
      *                 devolucoes repetidas no mesmo endereco. A marca
      *                 era ligada a mao no CADCOMPL, envelope por
      *                 envelope, semanas depois, e a campanha seguinte
      *                 mandava de novo para o endereco ruim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFCORR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DVFSEL.
           COPY CPLSEL.
           COPY ENDSEL.
           COPY DVHSEL.
           COPY DVASEL.
           COPY DVRSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DEVFILE.
           COPY DVFREC.

       FD CPLFILE.
           COPY CPLREC.

       FD ENDHIST.
           COPY ENDREC.

       FD DEVHIST.
           COPY DVHREC.

       FD DVAFILE.
           COPY DVAREC.

       FD DEVREL.
           COPY DVRREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-DEVFILE                  PIC 99.
        88 FS-DEVFILE-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-ENDHIST                  PIC 99.
        88 FS-ENDHIST-OK                 VALUE 0.
       77 WS-FS-DEVHIST                  PIC 99.
        88 FS-DEVHIST-OK                 VALUE 0.
       77 WS-FS-DVAFILE                  PIC 99.
        88 FS-DVAFILE-OK                 VALUE 0.
       77 WS-FS-DEVREL                   PIC 99.
        88 FS-DEVREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-END-EOF                     PIC X.
        88 END-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-DVH-EOF                     PIC X.
        88 DVH-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-LOTE-OK                     PIC X.
        88 LOTE-OK                       VALUE "S" FALSE "N".
       77 WS-TEM-HEADER                  PIC X.
        88 TEM-HEADER                    VALUE "S" FALSE "N".
       77 WS-TEM-TRAILER                 PIC X.
        88 TEM-TRAILER                   VALUE "S" FALSE "N".
       77 WS-TEM-ENDHIST                 PIC X.
        88 TEM-ENDHIST                   VALUE "S" FALSE "N".
       77 WS-TEM-DVAFILE                 PIC X.
        88 TEM-DVAFILE                   VALUE "S" FALSE "N".
       77 WS-ACHOU-ANTERIOR              PIC X.
        88 ACHOU-ANTERIOR                VALUE "S" FALSE "N".
       77 WS-MOTIVO-RECUSA               PIC X(50).
       77 WS-RAZAO                       PIC X(40).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-DT-ARQUIVO                  PIC 9(08).
       77 WS-CD-DEVOL                    PIC 9(06).
       77 WS-QTD-DETALHES                PIC 9(06).
       77 WS-QTD-TRAILER                 PIC 9(06).
       77 WS-QTD-REGISTRADAS             PIC 9(06).
       77 WS-QTD-MARCADOS                PIC 9(06).
       77 WS-QTD-JA-REGISTRADAS          PIC 9(06).
       77 WS-QTD-AVISOS                  PIC 9(06).
       77 WS-QTD-SEM-CASAMENTO           PIC 9(06).
       77 WS-QTD-NO-ENDERECO             PIC 9(04).
       77 WS-QTD-REPETIDOS               PIC 9(03).
       77 WS-QTD-SC                      PIC 9(03) COMP.
       77 WS-POS-REP                     PIC 9(03) COMP.
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-LINHA-DEV                   PIC X(132).

       01 TAB-SEM-CASAMENTO.
           03 TAB-SC OCCURS 500 TIMES.
               05 TSC-REFERENCIA         PIC X(16).
               05 TSC-CEP                PIC 9(08).
               05 TSC-MOTIVO             PIC X(02).
               05 TSC-RAZAO              PIC X(40).

       01 TAB-REPETIDAS.
           03 TAB-REP OCCURS 500 TIMES.
               05 TRP-CD-USER            PIC 9(06).
               05 TRP-QTD                PIC 9(04).
               05 TRP-LOGRADOURO         PIC X(30).
               05 TRP-NUMERO             PIC X(06).
               05 TRP-CEP                PIC 9(08).

           COPY STATWRK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P313-DEVOLUCOES: mainline do job - primeira passada valida o
      * arquivo do correio inteiro (header, detalhes, trailer x
      * detalhes); so com o arquivo inteiro bom a segunda passada
      * casa e registra as devolucoes. Arquivo recusado nao toca o
      * CPLFILE. Fecha com o relatorio DEVREL.
      ******************************************************************
           P313-DEVOLUCOES.

           MOVE "INTFCORR"          TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-DETALHES
           MOVE ZERO TO WS-QTD-TRAILER
           MOVE ZERO TO WS-QTD-REGISTRADAS
           MOVE ZERO TO WS-QTD-MARCADOS
           MOVE ZERO TO WS-QTD-JA-REGISTRADAS
           MOVE ZERO TO WS-QTD-AVISOS
           MOVE ZERO TO WS-QTD-SEM-CASAMENTO
           MOVE ZERO TO WS-QTD-REPETIDOS
           MOVE ZERO TO WS-QTD-SC
           MOVE ZERO TO WS-DT-ARQUIVO
           SET LOTE-OK TO TRUE
           SET TEM-HEADER TO FALSE
           SET TEM-TRAILER TO FALSE
           SET TEM-DVAFILE TO FALSE
           MOVE SPACES TO WS-MOTIVO-RECUSA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN OUTPUT DEVREL

           OPEN INPUT DEVFILE
           IF NOT FS-DEVFILE-OK THEN
               SET LOTE-OK TO FALSE
               IF WS-FS-DEVFILE EQUAL 35 THEN
                   MOVE "ARQUIVO DO CORREIO NAO ENCONTRADO"
                                         TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE WS-FS-DEVFILE    TO WS-FS-CODIGO
                   MOVE "DEVFILE"        TO WS-FS-ARQUIVO
                   PERFORM P900-TRATA-STATUS THRU P900-FIM
                   MOVE "ERRO DE ABERTURA NO ARQUIVO DO CORREIO"
                                         TO WS-MOTIVO-RECUSA
               END-IF
           ELSE
               SET EOF-OK TO FALSE
               PERFORM P314-VALIDA-REGISTRO THRU P314-FIM UNTIL EOF-OK
               CLOSE DEVFILE

               IF LOTE-OK THEN
                   PERFORM P315-CONFERE-LOTE THRU P315-FIM
               END-IF

               IF LOTE-OK THEN
                   PERFORM P316-APLICA THRU P316-FIM
               END-IF
           END-IF

           PERFORM P319-RELATORIO THRU P319-FIM

           CLOSE DEVREL

           IF LOTE-OK THEN
               DISPLAY "DEVOLUCOES DO CORREIO: " WS-QTD-REGISTRADAS
                       " REGISTRADAS, " WS-QTD-MARCADOS
                       " ENDERECOS MARCADOS, " WS-QTD-AVISOS
                       " PEDIDOS DE ATUALIZACAO"
               DISPLAY "DEVOLUCOES DO CORREIO: " WS-QTD-SEM-CASAMENTO
                       " SEM CASAMENTO, " WS-QTD-JA-REGISTRADAS
                       " JA REGISTRADAS, " WS-QTD-REPETIDOS
                       " USUARIOS COM DEVOLUCAO REPETIDA"
               IF NOT TEM-DVAFILE THEN
                   DISPLAY "PEDIDOS DE ATUALIZACAO NAO GRAVADOS"
                           " (DVAFILE INDISPONIVEL)"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ARQUIVO DO CORREIO RECUSADO: " WS-MOTIVO-RECUSA
               IF WS-MOTIVO-RECUSA NOT EQUAL
                  "ARQUIVO DO CORREIO NAO ENCONTRADO" THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.
       P313-FIM.

      ******************************************************************
      * P314-VALIDA-REGISTRO: primeira passada - guarda a data do
      * header, conta os detalhes e captura a contagem do trailer.
      * Header duplicado, detalhe antes do header, data de devolucao
      * invalida, tipo desconhecido ou registro depois do trailer
      * derrubam o arquivo inteiro. Referencia que nao e nossa nao
      * derruba nada - cai no relatorio como sem casamento.
      ******************************************************************
           P314-VALIDA-REGISTRO.

           READ DEVFILE
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF TEM-TRAILER THEN
                   SET LOTE-OK TO FALSE
                   MOVE "REGISTRO DEPOIS DO TRAILER"
                                         TO WS-MOTIVO-RECUSA
                   SET EOF-OK TO TRUE
               ELSE
               EVALUATE TRUE
                   WHEN DVF-HEADER
                       IF TEM-HEADER THEN
                           SET LOTE-OK TO FALSE
                           MOVE "MAIS DE UM HEADER NO ARQUIVO"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                           SET TEM-HEADER TO TRUE
                           MOVE DVF-DT-ARQUIVO   TO WS-DT-ARQUIVO
                       END-IF
                   WHEN DVF-DETALHE
                       IF NOT TEM-HEADER THEN
                           SET LOTE-OK TO FALSE
                           MOVE "DETALHE ANTES DO HEADER"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                       IF DVF-DT-DEVOLUCAO NOT NUMERIC OR
                          DVF-CEP NOT NUMERIC THEN
                           SET LOTE-OK TO FALSE
                           MOVE "DATA OU CEP INVALIDO NA DEVOLUCAO"
                                         TO WS-MOTIVO-RECUSA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-DETALHES
                       END-IF
                       END-IF
                   WHEN DVF-TRAILER
                       SET TEM-TRAILER TO TRUE
                       MOVE DVF-QTD-REG      TO WS-QTD-TRAILER
                   WHEN OTHER
                       SET LOTE-OK TO FALSE
                       MOVE "TIPO DE REGISTRO DESCONHECIDO"
                                         TO WS-MOTIVO-RECUSA
                       SET EOF-OK TO TRUE
               END-EVALUATE
               END-IF
           END-READ.
       P314-FIM.

      ******************************************************************
      * P315-CONFERE-LOTE: header e trailer presentes e contagem do
      * trailer igual aos detalhes lidos.
      ******************************************************************
           P315-CONFERE-LOTE.

           IF NOT TEM-HEADER THEN
               SET LOTE-OK TO FALSE
               MOVE "ARQUIVO SEM HEADER" TO WS-MOTIVO-RECUSA
               GO TO P315-FIM
           END-IF

           IF NOT TEM-TRAILER THEN
               SET LOTE-OK TO FALSE
               MOVE "ARQUIVO SEM TRAILER - TRANSMISSAO TRUNCADA"
                                         TO WS-MOTIVO-RECUSA
               GO TO P315-FIM
           END-IF

           IF WS-QTD-TRAILER NOT EQUAL WS-QTD-DETALHES THEN
               SET LOTE-OK TO FALSE
               MOVE "CONTAGEM DO TRAILER NAO CONFERE COM OS DETALHES"
                                         TO WS-MOTIVO-RECUSA
           END-IF.
       P315-FIM.

      ******************************************************************
      * P316-APLICA: segunda passada - abre o CPLFILE e o DEVHIST para
      * gravacao (sem eles nada e aplicado), o ENDHIST para consulta e
      * o DVAFILE dos pedidos de atualizacao (criados na primeira
      * vez), e casa cada detalhe ate o trailer.
      ******************************************************************
           P316-APLICA.

           OPEN I-O CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               MOVE WS-FS-CPLFILE        TO WS-FS-CODIGO
               MOVE "CPLFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               SET LOTE-OK TO FALSE
               MOVE "CPLFILE INDISPONIVEL" TO WS-MOTIVO-RECUSA
               GO TO P316-FIM
           END-IF

           OPEN I-O DEVHIST
           IF WS-FS-DEVHIST EQUAL 35 THEN
               OPEN OUTPUT DEVHIST
               CLOSE DEVHIST
               OPEN I-O DEVHIST
           END-IF
           IF NOT FS-DEVHIST-OK THEN
               MOVE WS-FS-DEVHIST        TO WS-FS-CODIGO
               MOVE "DEVHIST"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               SET LOTE-OK TO FALSE
               MOVE "DEVHIST INDISPONIVEL" TO WS-MOTIVO-RECUSA
               CLOSE CPLFILE
               GO TO P316-FIM
           END-IF

           OPEN INPUT ENDHIST
           SET TEM-ENDHIST TO FALSE
           IF FS-ENDHIST-OK THEN
               SET TEM-ENDHIST TO TRUE
           END-IF

           OPEN I-O DVAFILE
           IF WS-FS-DVAFILE EQUAL 35 THEN
               OPEN OUTPUT DVAFILE
               CLOSE DVAFILE
               OPEN I-O DVAFILE
           END-IF
           IF FS-DVAFILE-OK THEN
               SET TEM-DVAFILE TO TRUE
           ELSE
               MOVE WS-FS-DVAFILE        TO WS-FS-CODIGO
               MOVE "DVAFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
           END-IF

           OPEN INPUT DEVFILE
           SET EOF-OK TO FALSE
           PERFORM P316-APLICA-REG THRU P316-APLICA-REG-FIM
                   UNTIL EOF-OK
           CLOSE DEVFILE

           IF TEM-DVAFILE THEN
               CLOSE DVAFILE
           END-IF
           IF TEM-ENDHIST THEN
               CLOSE ENDHIST
           END-IF
           CLOSE DEVHIST
           CLOSE CPLFILE.
       P316-FIM.

           P316-APLICA-REG.

           READ DEVFILE
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF DVF-TRAILER THEN
                   SET EOF-OK TO TRUE
               END-IF
               IF DVF-DETALHE THEN
                   PERFORM P317-CASA-DEVOLUCAO THRU P317-FIM
               END-IF
           END-READ.
       P316-APLICA-REG-FIM.

      ******************************************************************
      * P317-CASA-DEVOLUCAO: a referencia precisa ser de uma carta
      * nossa (origem BV ou CS e codigo numerico) e o codigo precisa
      * ter endereco no CPLFILE com o mesmo CEP da carta. CEP que so
      * bate com um endereco ja substituido (ENDHIST) quer dizer que o
      * usuario mudou depois da emissao - o endereco atual nao e
      * marcado e a devolucao sai no relatorio com essa razao.
      ******************************************************************
           P317-CASA-DEVOLUCAO.

           IF NOT DVF-REF-ORIGEM-OK OR
              DVF-REF-CD-USER NOT NUMERIC THEN
               MOVE "REFERENCIA NAO E DE CARTA DO SISTEMA"
                                         TO WS-RAZAO
               PERFORM P317-ANOTA-SEM-CASAMENTO THRU P317-ANOTA-FIM
               GO TO P317-FIM
           END-IF

           MOVE DVF-REF-CD-USER-N        TO WS-CD-DEVOL
           MOVE WS-CD-DEVOL              TO CPL-CD-USER
           READ CPLFILE
           INVALID KEY
               MOVE "CODIGO SEM ENDERECO NO CPLFILE" TO WS-RAZAO
               PERFORM P317-ANOTA-SEM-CASAMENTO THRU P317-ANOTA-FIM
               GO TO P317-FIM
           END-READ

           IF CPL-CEP NOT EQUAL DVF-CEP THEN
               PERFORM P317-PROCURA-ANTERIOR THRU P317-PROCURA-FIM
               IF ACHOU-ANTERIOR THEN
                   MOVE "CEP DE ENDERECO JA SUBSTITUIDO"
                                         TO WS-RAZAO
               ELSE
                   MOVE "CEP NAO CONFERE COM O ENDERECO"
                                         TO WS-RAZAO
               END-IF
               PERFORM P317-ANOTA-SEM-CASAMENTO THRU P317-ANOTA-FIM
               GO TO P317-FIM
           END-IF

           PERFORM P318-REGISTRA THRU P318-FIM.
       P317-FIM.

      *    Algum endereco anterior do codigo no ENDHIST com o CEP da
      *    carta?
           P317-PROCURA-ANTERIOR.

           SET ACHOU-ANTERIOR TO FALSE

           IF NOT TEM-ENDHIST THEN
               GO TO P317-PROCURA-FIM
           END-IF

           MOVE WS-CD-DEVOL              TO END-CD-USER
           MOVE ZERO                     TO END-DT-VIGENCIA
           SET END-EOF-OK TO FALSE

           START ENDHIST KEY IS NOT LESS END-CHAVE
           INVALID KEY
               SET END-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P317-LE-ANTERIOR THRU P317-LE-ANTERIOR-FIM
                       UNTIL END-EOF-OK OR ACHOU-ANTERIOR
           END-START.
       P317-PROCURA-FIM.

           P317-LE-ANTERIOR.

           READ ENDHIST NEXT
           AT END
               SET END-EOF-OK TO TRUE
           NOT AT END
               IF END-CD-USER NOT EQUAL WS-CD-DEVOL THEN
                   SET END-EOF-OK TO TRUE
               ELSE
                   IF END-CEP EQUAL DVF-CEP THEN
                       SET ACHOU-ANTERIOR TO TRUE
                   END-IF
               END-IF
           END-READ.
       P317-LE-ANTERIOR-FIM.

      *    Guarda a devolucao sem casamento (razao em WS-RAZAO) para o
      *    relatorio; acima de 500 a contagem continua, so a lista
      *    trunca.
           P317-ANOTA-SEM-CASAMENTO.

           ADD 1                         TO WS-QTD-SEM-CASAMENTO
           IF WS-QTD-SC LESS 500 THEN
               ADD 1                     TO WS-QTD-SC
               MOVE DVF-REFERENCIA       TO TSC-REFERENCIA (WS-QTD-SC)
               MOVE DVF-CEP              TO TSC-CEP (WS-QTD-SC)
               MOVE DVF-MOTIVO           TO TSC-MOTIVO (WS-QTD-SC)
               MOVE WS-RAZAO             TO TSC-RAZAO (WS-QTD-SC)
           END-IF.
       P317-ANOTA-FIM.

      ******************************************************************
      * P318-REGISTRA: devolucao casada com o endereco atual - grava o
      * DEVHIST com o motivo, a data e a copia do endereco (referencia
      * ja gravada = arquivo reprocessado, nada mais e feito), liga a
      * marca de correspondencia devolvida no CPLFILE, deixa o pedido
      * de atualizacao no DVAFILE com a devolucao mais recente e conta
      * as devolucoes do codigo no mesmo endereco.
      ******************************************************************
           P318-REGISTRA.

           MOVE WS-CD-DEVOL              TO DVH-CD-USER
           MOVE DVF-DT-DEVOLUCAO         TO DVH-DT-DEVOLUCAO
           MOVE DVF-REFERENCIA           TO DVH-REFERENCIA
           MOVE DVF-MOTIVO               TO DVH-MOTIVO
           EVALUATE TRUE
               WHEN DVF-MOT-MUDOU
                   MOVE "MUDOU-SE"       TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-INSUFICIENTE
                   MOVE "ENDERECO INSUFICIENTE" TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-SEM-NUMERO
                   MOVE "NAO EXISTE O NUMERO" TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-DESCONHECIDO
                   MOVE "DESCONHECIDO"   TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-RECUSADO
                   MOVE "RECUSADO"       TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-NAO-PROCURADO
                   MOVE "NAO PROCURADO"  TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-AUSENTE
                   MOVE "AUSENTE"        TO DVH-DESCR-MOTIVO
               WHEN DVF-MOT-FALECIDO
                   MOVE "FALECIDO"       TO DVH-DESCR-MOTIVO
               WHEN OTHER
                   MOVE "OUTROS"         TO DVH-DESCR-MOTIVO
           END-EVALUATE
           MOVE WS-DATA-SISTEMA          TO DVH-DT-PROCESSAMENTO
           MOVE CPL-LOGRADOURO           TO DVH-LOGRADOURO
           MOVE CPL-NUMERO               TO DVH-NUMERO
           MOVE CPL-CIDADE               TO DVH-CIDADE
           MOVE CPL-UF                   TO DVH-UF
           MOVE CPL-CEP                  TO DVH-CEP

           WRITE REG-DEV-HIST
           INVALID KEY
               ADD 1                     TO WS-QTD-JA-REGISTRADAS
               GO TO P318-FIM
           END-WRITE

           ADD 1                         TO WS-QTD-REGISTRADAS

           IF NOT CPL-CORR-DEVOLVIDA THEN
               SET CPL-CORR-DEVOLVIDA TO TRUE
               REWRITE REG-COMPL
               ADD 1                     TO WS-QTD-MARCADOS
           END-IF

           IF TEM-DVAFILE THEN
               MOVE WS-CD-DEVOL          TO DVA-CD-USER
               READ DVAFILE
               INVALID KEY
                   MOVE WS-CD-DEVOL      TO DVA-CD-USER
                   MOVE DVF-DT-DEVOLUCAO TO DVA-DT-DEVOLUCAO
                   WRITE REG-DEV-AVISO
                   ADD 1                 TO WS-QTD-AVISOS
               NOT INVALID KEY
                   IF DVA-DT-DEVOLUCAO LESS DVF-DT-DEVOLUCAO THEN
                       MOVE DVF-DT-DEVOLUCAO TO DVA-DT-DEVOLUCAO
                       REWRITE REG-DEV-AVISO
                       ADD 1             TO WS-QTD-AVISOS
                   END-IF
               END-READ
           END-IF

           PERFORM P318-CONTA-ENDERECO THRU P318-CONTA-FIM
           IF WS-QTD-NO-ENDERECO GREATER 1 THEN
               PERFORM P318-ANOTA-REPETIDA THRU P318-ANOTA-FIM
           END-IF.
       P318-FIM.

      *    Quantas devolucoes o codigo ja tem no DEVHIST para este
      *    mesmo endereco (logradouro, numero e CEP do CPLFILE).
           P318-CONTA-ENDERECO.

           MOVE ZERO                     TO WS-QTD-NO-ENDERECO
           MOVE WS-CD-DEVOL              TO DVH-CD-USER
           MOVE ZERO                     TO DVH-DT-DEVOLUCAO
           MOVE LOW-VALUES               TO DVH-REFERENCIA
           SET DVH-EOF-OK TO FALSE

           START DEVHIST KEY IS NOT LESS DVH-CHAVE
           INVALID KEY
               SET DVH-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P318-LE-HISTORICO THRU P318-LE-HISTORICO-FIM
                       UNTIL DVH-EOF-OK
           END-START.
       P318-CONTA-FIM.

           P318-LE-HISTORICO.

           READ DEVHIST NEXT
           AT END
               SET DVH-EOF-OK TO TRUE
           NOT AT END
               IF DVH-CD-USER NOT EQUAL WS-CD-DEVOL THEN
                   SET DVH-EOF-OK TO TRUE
               ELSE
                   IF DVH-CEP EQUAL CPL-CEP AND
                      DVH-LOGRADOURO EQUAL CPL-LOGRADOURO AND
                      DVH-NUMERO EQUAL CPL-NUMERO THEN
                       ADD 1             TO WS-QTD-NO-ENDERECO
                   END-IF
               END-IF
           END-READ.
       P318-LE-HISTORICO-FIM.

      *    Um codigo aparece uma vez so na lista de repetidas, com a
      *    maior contagem vista na rodada.
           P318-ANOTA-REPETIDA.

           MOVE ZERO                     TO WS-POS-REP
           PERFORM P318-COMPARA THRU P318-COMPARA-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REPETIDOS OR
                         WS-POS-REP NOT EQUAL ZERO

           IF WS-POS-REP EQUAL ZERO THEN
               IF WS-QTD-REPETIDOS NOT LESS 500 THEN
                   GO TO P318-ANOTA-FIM
               END-IF
               ADD 1                     TO WS-QTD-REPETIDOS
               MOVE WS-QTD-REPETIDOS     TO WS-POS-REP
               MOVE WS-CD-DEVOL          TO TRP-CD-USER (WS-POS-REP)
           END-IF

           MOVE WS-QTD-NO-ENDERECO       TO TRP-QTD (WS-POS-REP)
           MOVE CPL-LOGRADOURO           TO TRP-LOGRADOURO (WS-POS-REP)
           MOVE CPL-NUMERO               TO TRP-NUMERO (WS-POS-REP)
           MOVE CPL-CEP                  TO TRP-CEP (WS-POS-REP).
       P318-ANOTA-FIM.

           P318-COMPARA.

           IF TRP-CD-USER (WS-IDX) EQUAL WS-CD-DEVOL THEN
               MOVE WS-IDX               TO WS-POS-REP
           END-IF.
       P318-COMPARA-FIM.

      ******************************************************************
      * P319-RELATORIO: dados do arquivo, contagens, as devolucoes sem
      * casamento (para conferir no envelope) e os usuarios com
      * devolucoes repetidas no mesmo endereco, e o veredicto.
      ******************************************************************
           P319-RELATORIO.

           MOVE SPACES TO WS-LINHA-DEV
           STRING "CORRESPONDENCIA DEVOLVIDA - DATA " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   ARQUIVO DO CORREIO DE " DELIMITED BY SIZE
                  WS-DT-ARQUIVO DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL

           MOVE ALL "-" TO WS-LINHA-DEV
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL

           MOVE SPACES TO WS-LINHA-DEV
           STRING "DETALHES LIDOS: "    DELIMITED BY SIZE
                  WS-QTD-DETALHES       DELIMITED BY SIZE
                  "   TRAILER: "        DELIMITED BY SIZE
                  WS-QTD-TRAILER        DELIMITED BY SIZE
                  "   REGISTRADAS: "    DELIMITED BY SIZE
                  WS-QTD-REGISTRADAS    DELIMITED BY SIZE
                  "   ENDERECOS MARCADOS: " DELIMITED BY SIZE
                  WS-QTD-MARCADOS       DELIMITED BY SIZE
                  "   JA REGISTRADAS: " DELIMITED BY SIZE
                  WS-QTD-JA-REGISTRADAS DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL

           IF WS-QTD-SEM-CASAMENTO GREATER ZERO THEN
               MOVE SPACES TO WS-LINHA-DEV
               STRING "DEVOLUCOES SEM CASAMENTO "
                      DELIMITED BY SIZE
                      "(CONFERIR NO ENVELOPE): " DELIMITED BY SIZE
                      WS-QTD-SEM-CASAMENTO DELIMITED BY SIZE
                      INTO WS-LINHA-DEV
               END-STRING
               MOVE WS-LINHA-DEV TO DVR-LINHA
               WRITE REG-DEVOL-REL
               PERFORM P319-LISTA-SEM-CASAMENTO THRU P319-LISTA-SC-FIM
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-SC
           END-IF

           IF WS-QTD-REPETIDOS GREATER ZERO THEN
               MOVE SPACES TO WS-LINHA-DEV
               STRING "USUARIOS COM DEVOLUCOES REPETIDAS NO MESMO "
                      DELIMITED BY SIZE
                      "ENDERECO: " DELIMITED BY SIZE
                      WS-QTD-REPETIDOS DELIMITED BY SIZE
                      INTO WS-LINHA-DEV
               END-STRING
               MOVE WS-LINHA-DEV TO DVR-LINHA
               WRITE REG-DEVOL-REL
               PERFORM P319-LISTA-REPETIDA THRU P319-LISTA-REP-FIM
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-REPETIDOS
           END-IF

           MOVE SPACES TO WS-LINHA-DEV
           IF LOTE-OK THEN
               MOVE "ARQUIVO DO CORREIO ACEITO E APLICADO AO CPLFILE"
                                         TO WS-LINHA-DEV
           ELSE
               STRING "*** ARQUIVO RECUSADO: " DELIMITED BY SIZE
                      WS-MOTIVO-RECUSA     DELIMITED BY SIZE
                      " ***"               DELIMITED BY SIZE
                      INTO WS-LINHA-DEV
               END-STRING
           END-IF
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL.
       P319-FIM.

           P319-LISTA-SEM-CASAMENTO.

           MOVE SPACES TO WS-LINHA-DEV
           STRING "  REF " DELIMITED BY SIZE
                  TSC-REFERENCIA (WS-IDX) DELIMITED BY SIZE
                  "  CEP " DELIMITED BY SIZE
                  TSC-CEP (WS-IDX) DELIMITED BY SIZE
                  "  MOTIVO " DELIMITED BY SIZE
                  TSC-MOTIVO (WS-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TSC-RAZAO (WS-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL.
       P319-LISTA-SC-FIM.

           P319-LISTA-REPETIDA.

           MOVE SPACES TO WS-LINHA-DEV
           STRING "  CODIGO " DELIMITED BY SIZE
                  TRP-CD-USER (WS-IDX) DELIMITED BY SIZE
                  "  DEVOLUCOES " DELIMITED BY SIZE
                  TRP-QTD (WS-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRP-LOGRADOURO (WS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRP-NUMERO (WS-IDX) DELIMITED BY SIZE
                  "  CEP " DELIMITED BY SIZE
                  TRP-CEP (WS-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-DEV
           END-STRING
           MOVE WS-LINHA-DEV TO DVR-LINHA
           WRITE REG-DEVOL-REL.
       P319-LISTA-REP-FIM.

           COPY STATCHK.
       END PROGRAM INTFCORR.
