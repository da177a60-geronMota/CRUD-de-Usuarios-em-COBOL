      *                 hash (HASHPWD) e exige FD-ST-ATIVO, devolvendo
      *                 um codigo limpo para a intranet autenticar sem
      *                 ler o arquivo.
      * 15/10/26 GERO - Toda tentativa de autenticacao sai no jornal de
      *                 entradas LGNLOG (rotina LGNGRV) com o email, o
      *                 usuario achado e o VAL-RETORNO devolvido; a
      *                 autenticacao aceita grava a data da ultima
      *                 entrada do usuario no ULTFILE, que o DORMUSER
      *                 passa a considerar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDUSER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY LGNSEL.
           COPY ULTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD LGNLOG.
           COPY LGNREC.

       FD ULTFILE.
           COPY ULTREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY HASHWK.

           COPY LGNWRK.

       LINKAGE SECTION.

           COPY VALREC.
      ******************************************************************
      * P980-VALIDAR: abre o CADUSER so para leitura, procura o email
      * pelo indice alternado e aplica as regras na ordem - email
      * existe, senha confere (hash contra hash), usuario ativo. Toda
      * tentativa, com o codigo devolvido, sai no LGNLOG (P980-SAI).
      ******************************************************************
           P980-VALIDAR.

           MOVE "09"                     TO VAL-RETORNO
           MOVE "VALIDUSER"              TO WS-LGN-SERVICO
           MOVE "V"                      TO WS-LGN-FUNCAO
           MOVE VAL-EMAIL                TO WS-LGN-EMAIL
           MOVE ZERO                     TO WS-LGN-CD-USER

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               GO TO P980-SAI
           END-IF

           MOVE VAL-EMAIL                TO FD-EMAIL
           INVALID KEY
               MOVE "03"                 TO VAL-RETORNO
           NOT INVALID KEY
               MOVE FD-CD-USER           TO WS-LGN-CD-USER
               PERFORM P981-CONFERE THRU P981-FIM
           END-READ

           CLOSE CADUSER.

       P980-SAI.
           MOVE VAL-RETORNO              TO WS-LGN-RETORNO
           PERFORM P956-GRAVA-ENTRADA THRU P956-FIM

           GOBACK.
       P980-FIM.

       P981-FIM.

           COPY HASHPWD.

           COPY LGNGRV.
       END PROGRAM VALIDUSER.
