      *                 RETURN-CODE 8 em vez de deixar o P720-CONTAR
      *                 preso num READ que nunca chega ao AT END e um
      *                 BALUSER vazio sem explicacao de manha.
      * 15/10/26 GERO - Contagem, comparacao e relatorio passaram para a
      *                 rotina compartilhada BALPAS (P741/P742/P743), a
      *                 mesma que a passagem unica PASSUSER do CTLNOITE
      *                 usa, para as duas rodadas produzirem o mesmo
      *                 BALUSER; o passo devolve o RETURN-CODE que a
      *                 rotina deixa em WS-BAL-RC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECNUSER.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).

           COPY STATWRK.


           COPY CADWRK.

           COPY BALPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P700-RECONCILIAR: mainline - conta os registros ativos e
      * inativos em CADUSER lendo o arquivo inteiro, le o total de
      * controle gravado em CADCTRL, compara os dois e grava o
      * relatorio de divergencia em BALUSER (rotina BALPAS, a mesma
      * da passagem unica PASSUSER).
      ******************************************************************
           P700-RECONCILIAR.

           MOVE "RECNUSER"              TO WS-FS-PROGRAMA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P741-BAL-ABRE THRU P741-FIM

           OPEN INPUT CADUSER

               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P720-CONTAR THRU P720-FIM UNTIL EOF-OK

           CLOSE CADUSER

           PERFORM P743-BAL-FECHA THRU P743-FIM

           MOVE WS-BAL-RC               TO RETURN-CODE

           GOBACK.
       P700-FIM.

      ******************************************************************
      * P720-CONTAR: percorre o CADUSER inteiro, somando 1 no total de
      * ativos ou de inativos conforme o FD-STATUS de cada registro.
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P742-BAL-REGISTRO THRU P742-FIM
           END-READ.
       P720-FIM.

           COPY BALPAS.

           COPY GERGRV.

