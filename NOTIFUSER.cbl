      *                 guarda a referencia da ultima notificacao por
      *                 destinatario + tipo - ninguem e re-notificado
      *                 toda noite pelo mesmo fato.
      * 15/10/26 GERO - Email do aviso de dormencia passa a sair do
      *                 cadastro de contatos CTOFILE: principal
      *                 devolvido cede lugar ao primeiro email
      *                 secundario valido; sem nenhum email valido o
      *                 aviso vai para a lista impressa. Contagens novas
      *                 no fechamento.
      * 15/10/26 GERO - Aviso de dormencia so vai para quem tem
      *                 consentimento de email operacional no CNSFILE
      *                 (rotina CNSVAL); os demais sao contados no
      *                 fechamento e na lista impressa.
      * 15/10/26 GERO - Registro de transmissoes: a noite com aviso na
      *                 caixa de saida registra o NOTFILE no TRMFILE
      *                 (rotina compartilhada TRMGRV) com a contagem e o
      *                 hash total do NOT-DT-LIMITE do que foi gravado,
      *                 para o TRMUSER conferir a confirmacao do gateway
      *                 de email.
      * 15/10/26 GERO - Caixa de saida, lista impressa e varreduras
      *                 passaram para a rotina compartilhada NOTPAS
      *                 (P877/P879/P878, paragrafos renumerados na faixa
      *                 860-880), a mesma que a passagem unica PASSUSER
      *                 do CTLNOITE usa, para as duas rodadas produzirem
      *                 o mesmo NOTFILE e a mesma NOTREL; o aviso de
      *                 dormencia de um registro virou P870. Hash total
      *                 em WS-NTF-HASH e contagem sem consentimento em
      *                 WS-NTF-SEM-CONSENT.
      * 15/10/26 GERO - Pedido de atualizacao de endereco: carta
      *                 devolvida pelo correio, gravada no DVAFILE pelo
      *                 INTFCORR - cada usuario ativo com consentimento
      *                 de email operacional recebe o pedido (P868 da
      *                 NOTPAS, tipo ENDERECO, referencia a data da
      *                 devolucao); sem email valido vai para a lista
      *                 impressa. O passo deixa de percorrer o AVIFILE
      *                 e passa a ler o CADUSER em ordem de codigo,
      *                 chamando a P879 da NOTPAS por registro como a
      *                 passagem unica, para os avisos de dormencia e
      *                 de endereco de um mesmo usuario sairem juntos e
      *                 na mesma ordem nas duas rodadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFUSER.
           COPY CADSEL.
           COPY SECSEL.
           COPY AVISEL.
           COPY DVASEL.
           COPY PENSEL.
           COPY NOTSEL.
           COPY NTDSEL.
           COPY NFRSEL.
           COPY CTOSEL.
           COPY CNSSEL.
           COPY TRMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AVIFILE.
           COPY AVIREC.

       FD DVAFILE.
           COPY DVAREC.

       FD PENFILE.
           COPY PENREC.

       FD NOTREL.
           COPY NFRREC.

       FD CTOFILE.
           COPY CTOREC.

       FD CNSFILE.
           COPY CNSREC.

       FD TRMFILE.
           COPY TRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
        88 FS-SECFILE-OK                 VALUE 0.
       77 WS-FS-AVIFILE                  PIC 99.
        88 FS-AVIFILE-OK                 VALUE 0.
       77 WS-FS-DVAFILE                  PIC 99.
        88 FS-DVAFILE-OK                 VALUE 0.
       77 WS-FS-PENFILE                  PIC 99.
        88 FS-PENFILE-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.

           COPY STATWRK.

           COPY CNSWK.

           COPY TRMWK.

           COPY NOTPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P765-NOTIFICAR: mainline do passo - abre a caixa de saida, a
      * lista impressa e o controle de deduplicacao, roda as
      * varreduras e fecha com as contagens (rotina NOTPAS, a mesma
      * da passagem unica PASSUSER).
      ******************************************************************
           P765-NOTIFICAR.

           MOVE "NOTIFUSER"         TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P877-NTF-ABRE THRU P877-FIM
           IF WS-NTF-RC EQUAL 8 THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P768-VARRE-CADUSER THRU P768-FIM

           PERFORM P878-NTF-FECHA THRU P878-FIM

           MOVE WS-NTF-RC               TO RETURN-CODE

           GOBACK.
       P765-FIM.

      ******************************************************************
      * P768-VARRE-CADUSER: le o CADUSER em ordem de codigo e entrega
      * cada registro a P879 da NOTPAS, que consulta por chave o
      * AVIFILE e o DVAFILE - a mesma ordem da passagem unica.
      ******************************************************************
           P768-VARRE-CADUSER.

           IF NOT NTF-AVI-ABERTO AND NOT NTF-DVA-ABERTO THEN
               GO TO P768-FIM
           END-IF

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               GO TO P768-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P769-LE-CADUSER THRU P769-FIM UNTIL EOF-OK

           CLOSE CADUSER.
       P768-FIM.

           P769-LE-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P879-NTF-REGISTRO THRU P879-FIM
           END-READ.
       P769-FIM.

           COPY NOTPAS.

           COPY CNSVAL.
           COPY TRMGRV.
           COPY STATCHK.
       END PROGRAM NOTIFUSER.
