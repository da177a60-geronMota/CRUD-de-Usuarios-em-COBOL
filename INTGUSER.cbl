      * 01/09/26 GERO - A varredura de FD-DEPTO passou a usar a marca
      *                 DEPTO-EXISTE da DPTVAL: departamento extinto
      *                 tem mestre e nao e achado de integridade.
      * 15/10/26 GERO - Varredura nova do CTOFILE: contato de codigo que
      *                 nao existe mais no CADUSER sai como orfao, como
      *                 o CPLFILE.
      * 15/10/26 GERO - Cabecalho, varreduras e rodape passaram para a
      *                 rotina compartilhada ITGPAS (P727/P728/P729), a
      *                 mesma que a passagem unica PASSUSER do CTLNOITE
      *                 usa, para as duas rodadas produzirem o mesmo
      *                 INTGREL; o passo devolve o RETURN-CODE que a
      *                 rotina deixa em WS-ITG-RC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGUSER.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY CTOSEL.
           COPY LCKSEL.
           COPY PENSEL.
           COPY AVISEL.
       FD CPLFILE.
           COPY CPLREC.

       FD CTOFILE.
           COPY CTOREC.

       FD LCKFILE.
           COPY LCKREC.

        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-LCKFILE                  PIC 99.
        88 FS-LCKFILE-OK                 VALUE 0.
       77 WS-FS-PENFILE                  PIC 99.
        88 FS-AVIFILE-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY DPTVALWK.

           COPY ITGPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P710-INTEGRIDADE: mainline do passo - abre o mestre, roda as
      * varreduras dos satelites e a de FD-DEPTO e grava o INTGREL
      * (rotina ITGPAS, a mesma da passagem unica PASSUSER); satelite
      * que nao existe nesta instalacao e simplesmente pulado.
      ******************************************************************
           P710-INTEGRIDADE.

           MOVE "INTGUSER"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT CADUSER
               GOBACK
           END-IF

           PERFORM P727-ITG-ABRE THRU P727-FIM
           PERFORM P719-VARRE-DEPTOS THRU P719-FIM
           PERFORM P729-ITG-FECHA THRU P729-FIM

           CLOSE CADUSER

           MOVE WS-ITG-RC               TO RETURN-CODE

           GOBACK.
       P710-FIM.

      ******************************************************************
      * P719-VARRE-DEPTOS: varre o proprio CADUSER atras de FD-DEPTO
      * que nao casa com nenhum DPT-CODIGO do mestre (codigos
      ******************************************************************
           P719-VARRE-DEPTOS.

           IF NOT ITG-DEPTOS-ABERTO THEN
               GO TO P719-FIM
           END-IF

               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P725-LE-CADUSER THRU P725-FIM UNTIL EOF-OK
           END-START.
       P719-FIM.

           P725-LE-CADUSER.
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P728-ITG-REGISTRO THRU P728-FIM
           END-READ.
       P725-FIM.

           COPY ITGPAS.

           COPY DPTVAL.

           COPY STATCHK.
