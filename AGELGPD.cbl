      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/ENVELHECIMENTO DOS PEDIDOS LGPD
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: passo noturno que envelhece os
      *                 pedidos de titulares do LGPFILE (CADLGPD). Para
      *                 cada pedido aberto ou em atendimento conta os
      *                 dias uteis que faltam ate o prazo legal no
      *                 CALFILE (rotina DUTCALC) e grava o alerta: "P"
      *                 com 3 dias uteis ou menos, "V" com o prazo
      *                 vencido. Os pedidos alertados saem na lista
      *                 LGAREL para o encarregado de dados cobrar os
      *                 responsaveis de manha. Pedido vencido devolve
      *                 RETURN-CODE 4 (aviso no JOBCTRL, a corrente
      *                 segue).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGELGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LGPSEL.
           COPY CALSEL.
           COPY LGASEL.

       DATA DIVISION.
       FILE SECTION.
       FD LGPFILE.
           COPY LGPREC.

       FD CALFILE.
           COPY CALREC.

       FD LGAREL.
           COPY LGAREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-LGPFILE                  PIC 99.
        88 FS-LGPFILE-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-LGAREL                   PIC 99.
        88 FS-LGAREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-LINHA-LGA                   PIC X(132).
       77 WS-LIN-PAG                     PIC 9(02).
       77 WS-PAGINA                      PIC 9(04).
       77 WS-QTD-LIDOS                   PIC 9(06).
       77 WS-QTD-PENDENTES               PIC 9(06).
       77 WS-QTD-PROXIMOS                PIC 9(06).
       77 WS-QTD-VENCIDOS                PIC 9(06).
       77 WS-QTD-ENCERRADOS              PIC 9(06).

           COPY STATWRK.

           COPY DUTWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P390-ENVELHECE: mainline - abre o LGPFILE para atualizacao,
      * envelhece pedido a pedido e fecha a lista com os totais. Sem
      * LGPFILE (nenhum pedido registrado ainda) o passo termina bem.
      ******************************************************************
           P390-ENVELHECE.

           MOVE "AGELGPD"           TO WS-FS-PROGRAMA

           MOVE ZERO                     TO WS-QTD-LIDOS
           MOVE ZERO                     TO WS-QTD-PENDENTES
           MOVE ZERO                     TO WS-QTD-PROXIMOS
           MOVE ZERO                     TO WS-QTD-VENCIDOS
           MOVE ZERO                     TO WS-QTD-ENCERRADOS
           MOVE ZERO                     TO WS-PAGINA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN OUTPUT LGAREL
           PERFORM P393-CABECALHO THRU P393-FIM

           OPEN I-O LGPFILE
           IF WS-FS-LGPFILE EQUAL 35 THEN
               MOVE "SEM PEDIDOS DE TITULARES REGISTRADOS (LGPFILE)"
                                         TO LGA-LINHA
               WRITE REG-LGPD-AGING
               CLOSE LGAREL
               DISPLAY "AGELGPD: SEM PEDIDOS DE TITULARES"
               GOBACK
           END-IF

           IF NOT FS-LGPFILE-OK THEN
               MOVE WS-FS-LGPFILE        TO WS-FS-CODIGO
               MOVE "LGPFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               DISPLAY "NAO FOI POSSIVEL ABRIR O LGPFILE, FS="
                       WS-FS-LGPFILE
               MOVE 8 TO RETURN-CODE
               CLOSE LGAREL
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P391-LER-PEDIDO THRU P391-FIM UNTIL EOF-OK

           CLOSE LGPFILE

           PERFORM P394-RODAPE THRU P394-FIM

           CLOSE LGAREL

           DISPLAY "AGELGPD: " WS-QTD-LIDOS " PEDIDO(S), "
                   WS-QTD-PENDENTES " PENDENTE(S), "
                   WS-QTD-PROXIMOS " NO LIMITE DO PRAZO, "
                   WS-QTD-VENCIDOS " VENCIDO(S)"

           IF WS-QTD-VENCIDOS GREATER ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P390-FIM.

      ******************************************************************
      * P391-LER-PEDIDO: pedido pendente recebe os dias uteis que
      * faltam (contados de hoje ate o prazo) e o alerta; pedido
      * encerrado perde qualquer alerta que tenha ficado.
      ******************************************************************
           P391-LER-PEDIDO.

           READ LGPFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P391-FIM
           END-READ

           ADD 1                         TO WS-QTD-LIDOS

           IF NOT LGP-PENDENTE THEN
               ADD 1                     TO WS-QTD-ENCERRADOS
               IF NOT LGP-SEM-ALERTA THEN
                   SET LGP-SEM-ALERTA TO TRUE
                   MOVE ZERO             TO LGP-DIAS-RESTAM
                   REWRITE REG-PEDIDO-LGPD
               END-IF
               GO TO P391-FIM
           END-IF

           ADD 1                         TO WS-QTD-PENDENTES

           IF LGP-DT-PRAZO LESS WS-DATA-SISTEMA THEN
               SET LGP-PRAZO-VENCIDO TO TRUE
               MOVE ZERO                 TO LGP-DIAS-RESTAM
               ADD 1                     TO WS-QTD-VENCIDOS
           ELSE
               MOVE WS-DATA-SISTEMA      TO WS-DUT-DATA-BASE
               MOVE LGP-DT-PRAZO         TO WS-DUT-DATA-FIM
               PERFORM P921-CONTA-DIAS-UTEIS THRU P921-FIM
               MOVE WS-DUT-QTD-DIAS      TO LGP-DIAS-RESTAM
               IF WS-DUT-QTD-DIAS NOT GREATER 3 THEN
                   SET LGP-PRAZO-PROXIMO TO TRUE
                   ADD 1                 TO WS-QTD-PROXIMOS
               ELSE
                   SET LGP-SEM-ALERTA TO TRUE
               END-IF
           END-IF

           REWRITE REG-PEDIDO-LGPD

           IF NOT LGP-SEM-ALERTA THEN
               PERFORM P392-IMPRIME THRU P392-FIM
           END-IF.
       P391-FIM.

           P392-IMPRIME.

           IF WS-LIN-PAG NOT LESS 50 THEN
               PERFORM P393-CABECALHO THRU P393-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-LGA
           STRING LGP-ID                 DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LGP-CD-USER            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LGP-REQUERENTE         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  LGP-TIPO               DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  LGP-DT-RECEBIDO        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LGP-DT-PRAZO           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LGP-DIAS-RESTAM        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LGP-OPERADOR           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  INTO WS-LINHA-LGA
           END-STRING

           IF LGP-PRAZO-VENCIDO THEN
               MOVE "*** PRAZO VENCIDO ***" TO WS-LINHA-LGA(110:)
           ELSE
               MOVE "PRAZO PROXIMO"      TO WS-LINHA-LGA(110:)
           END-IF

           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING
           ADD 1                         TO WS-LIN-PAG.
       P392-FIM.

      ******************************************************************
      * P393-CABECALHO: cabecalho de cada pagina da lista de pedidos
      * alertados.
      ******************************************************************
           P393-CABECALHO.

           IF WS-PAGINA NOT EQUAL ZERO THEN
               MOVE SPACES TO LGA-LINHA
               WRITE REG-LGPD-AGING AFTER ADVANCING PAGE
           END-IF

           ADD 1                         TO WS-PAGINA
           MOVE ZERO                     TO WS-LIN-PAG

           MOVE SPACES TO WS-LINHA-LGA
           STRING "PEDIDOS DE TITULARES (LGPD) NO LIMITE DO PRAZO - "
                  DELIMITED BY SIZE
                  "DATA "         DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "   PAGINA: "   DELIMITED BY SIZE
                  WS-PAGINA       DELIMITED BY SIZE
                  INTO WS-LINHA-LGA
           END-STRING
           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING

           MOVE ALL "-" TO WS-LINHA-LGA
           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING

           MOVE SPACES TO WS-LINHA-LGA
           STRING "PEDIDO  TITULAR REQUERENTE                     "
                  DELIMITED BY SIZE
                  "TP RECEBIDO  PRAZO     DIAS RESPONSAVEL"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-LGA
           END-STRING
           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING.
       P393-FIM.

      ******************************************************************
      * P394-RODAPE: totais da noite.
      ******************************************************************
           P394-RODAPE.

           MOVE ALL "-" TO WS-LINHA-LGA
           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING

           MOVE SPACES TO WS-LINHA-LGA
           STRING "PEDIDOS LIDOS: "      DELIMITED BY SIZE
                  WS-QTD-LIDOS           DELIMITED BY SIZE
                  "   PENDENTES: "       DELIMITED BY SIZE
                  WS-QTD-PENDENTES       DELIMITED BY SIZE
                  "   PRAZO PROXIMO: "   DELIMITED BY SIZE
                  WS-QTD-PROXIMOS        DELIMITED BY SIZE
                  "   VENCIDOS: "        DELIMITED BY SIZE
                  WS-QTD-VENCIDOS        DELIMITED BY SIZE
                  "   ENCERRADOS: "      DELIMITED BY SIZE
                  WS-QTD-ENCERRADOS      DELIMITED BY SIZE
                  INTO WS-LINHA-LGA
           END-STRING
           MOVE WS-LINHA-LGA TO LGA-LINHA
           WRITE REG-LGPD-AGING.
       P394-FIM.

           COPY STATCHK.

           COPY DUTCALC.
       END PROGRAM AGELGPD.
