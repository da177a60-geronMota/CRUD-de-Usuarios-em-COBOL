      *                 ou instalacao sem calendario continuam com a
      *                 extracao completa - o pessoal da planilha
      *                 deixou de diffar o arquivo inteiro na mao.
      * 15/10/26 GERO - O extrato vai para RH e parceiros: so entra quem
      *                 tem consentimento de compartilhamento no CNSFILE
      *                 (rotina CNSVAL); os de fora sao contados no
      *                 fechamento.
      * 15/10/26 GERO - A busca da ultima geracao de CSVUSER no GERCTLG
      *                 passou a posicionar tambem o novo campo de
      *                 departamento da chave (em branco nas saidas
      *                 inteiras).
      * 15/10/26 GERO - Registro de transmissoes: cada geracao do
      *                 CSVUSER e registrada no TRMFILE (rotina
      *                 compartilhada TRMGRV) com a contagem de linhas e
      *                 o hash total da coluna CD_USER, para o TRMUSER
      *                 conferir a confirmacao da equipe da planilha.
      * 15/10/26 GERO - Coluna nova DEPTO no fim de cada linha do CSV
      *                 (depois de MOVIMENTO, para nao deslocar as
      *                 colunas que a planilha ja usa): o departamento e
      *                 um dos campos que as areas corrigem e devolvem
      *                 para o IMPCSV.
      * 15/10/26 GERO - Decisao do modo, linhas e fechamento do extrato
      *                 passaram para a rotina compartilhada CSVPAS
      *                 (P736/P737/P738), a mesma que a passagem unica
      *                 PASSUSER do CTLNOITE usa, para as duas rodadas
      *                 produzirem o mesmo CSVUSER. O hash total corre
      *                 em WS-CSV-HASH e so vai para WS-TRM-HASH no
      *                 registro da transmissao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTUSER.
           COPY GERSEL.
           COPY SEQSEL.
           COPY CALSEL.
           COPY CNSSEL.
           COPY TRMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CALFILE.
           COPY CALREC.

       FD CNSFILE.
           COPY CNSREC.

       FD TRMFILE.
           COPY TRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-CALFILE                  PIC 99.
        88 FS-CALFILE-OK                 VALUE 0.
       77 WS-FS-CNSFILE                  PIC 99.
        88 FS-CNSFILE-OK                 VALUE 0.

           COPY STATWRK.


           COPY CADWRK.

           COPY CNSWK.

           COPY TRMWK.

           COPY CSVPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P700-EXTRAIR: mainline do job - le o CADUSER do primeiro ao
      * ultimo registro e grava o extrato CSV correspondente (rotina
      * CSVPAS, a mesma da passagem unica PASSUSER).
      ******************************************************************
           P700-EXTRAIR.

           MOVE "EXTUSER"           TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT CADUSER

           IF FS-CADUSER-OK THEN
               PERFORM P736-CSV-ABRE THRU P736-FIM

               SET EOF-OK TO FALSE
               PERFORM P720-LER-E-GRAVAR THRU P720-FIM UNTIL EOF-OK

               PERFORM P738-CSV-FECHA THRU P738-FIM
               MOVE WS-CSV-RC            TO RETURN-CODE
           ELSE
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
           GOBACK.
       P700-FIM.

      ******************************************************************
      * P720-LER-E-GRAVAR: le um registro do CADUSER e grava a linha
      * CSV correspondente, ate o fim do arquivo.
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P737-CSV-REGISTRO THRU P737-FIM
           END-READ.
       P720-FIM.

           COPY CSVPAS.

           COPY GERGRV.
           COPY TRMGRV.
           COPY CNSVAL.
           COPY STATCHK.
       END PROGRAM EXTUSER.
