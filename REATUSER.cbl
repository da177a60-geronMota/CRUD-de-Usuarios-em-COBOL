      *                 programa nao pede mais ID e senha nem le o
      *                 SECFILE. P670 passou a conferir so a permissao
      *                 de EXCLUIR da matriz recebida.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 cadastro de departamento fora do escopo e
      *                 recusado antes de ser exibido, com ESCOPO NEGADO
      *                 no SEGLOG.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2300).
      * 15/10/26 GERO - A reativacao grava a imagem antes/depois do REG-
      *                 USER no jornal de recuperacao JRNUSER (rotina
      *                 JRNGRV), para o REAPUSER reaplicar em cima do
      *                 ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV tambem
      *                 levam o elo encadeado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REATUSER.
           COPY HISTSEL.
           COPY SEQSEL.
           COPY AUDSEL.
           COPY SEGSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDLOG.
           COPY AUDREC.

       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
       P650-REATIVAR.

           MOVE "REATUSER"          TO WS-FS-PROGRAMA
           MOVE "REATUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA
            OPEN I-O CADUSER

            MOVE WS-FS-CADUSER           TO WS-FS-CODIGO
            MOVE "CADUSER"               TO WS-FS-ARQUIVO
            PERFORM P900-TRATA-STATUS THRU P900-FIM

             MOVE 2301                   TO WS-MSG-NUMERO
             MOVE "DIGITE O CODIGO DO REGISTRO A SER REATIVADO"
                                         TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             ACCEPT WS-CD-USER

              MOVE WS-CD-USER TO FD-CD-USER
              KEY IS FD-CD-USER

               INVALID KEY
               MOVE 2302                 TO WS-MSG-NUMERO
               MOVE "CHAVE NAO ENCONTRADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P651-M-REATIVAR THRU P651-FIM

           NOT INVALID KEY
               MOVE WS-DEPTO             TO WS-ESC-DEPTO
               MOVE WS-CD-USER           TO WS-ESC-CD-USER
               PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
               IF NOT ESCOPO-OK THEN
                   PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               ELSE
               SET REGISTRO-ACHADO TO TRUE
               MOVE 2303                 TO WS-MSG-NUMERO
               MOVE "REGISTRO:&"         TO WS-MSG-TEXTO
               MOVE FD-CD-USER           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 2304                TO WS-MSG-NUMERO
                MOVE "NOME:&"            TO WS-MSG-TEXTO
                MOVE FD-NM               TO WS-MSG-PARAM (1)
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                 MOVE 2305               TO WS-MSG-NUMERO
                 MOVE "EMAIL:&"          TO WS-MSG-TEXTO
                 MOVE FD-EMAIL           TO WS-MSG-PARAM (1)
                 PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE 2306              TO WS-MSG-NUMERO
                  MOVE "PHONE:&"         TO WS-MSG-TEXTO
                  MOVE FD-PHONE          TO WS-MSG-PARAM (1)
                  PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE 2307              TO WS-MSG-NUMERO
                  MOVE "STATUS:&"        TO WS-MSG-TEXTO
                  MOVE FD-STATUS         TO WS-MSG-PARAM (1)
                  PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE WS-DT-ALTERACAO   TO WS-DT-ALTERACAO-ORIG
               END-IF
            END-READ

            IF REGISTRO-ACHADO THEN

            IF FD-ST-ATIVO THEN
                MOVE 2308                TO WS-MSG-NUMERO
                MOVE "CADASTRO JA ESTA ATIVO" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                PERFORM P651-M-REATIVAR THRU P651-FIM
            END-IF

            PERFORM P655-BUSCA-HIST THRU P655-FIM

            MOVE 2309                    TO WS-MSG-NUMERO
            MOVE "TEM CERTEZA QUE DESEJA REATIVAR O REGISTRO?"
                                         TO WS-MSG-TEXTO
            PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            MOVE 2310                    TO WS-MSG-NUMERO
            MOVE " DIGITE <S> PARA SIM E <N> PARA NAO" TO WS-MSG-TEXTO
            PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM EQUAL "S" THEN
                IF TEM-PERMISSAO
                PERFORM P665-VERIFICA-ALTERACAO THRU P665-FIM
                IF REGISTRO-OBSOLETO
                    MOVE 2311            TO WS-MSG-NUMERO
                    MOVE "REGISTRO FOI ALTERADO POR OUTRO USUARIO"
                                         TO WS-MSG-TEXTO
                    PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                ELSE
                MOVE REG-USER            TO WS-JRN-ANTES
                SET FD-ST-ATIVO TO TRUE
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                END-STRING
                MOVE WS-STAMP-ALTERACAO TO FD-DT-ALTERACAO
                REWRITE REG-USER
                MOVE "A"                 TO WS-JRN-TIPO
                PERFORM P973-GRAVA-JORNAL THRU P973-FIM
                MOVE 2312                TO WS-MSG-NUMERO
                MOVE "REGISTRO REATIVADO COM SUCESSO" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                PERFORM P680-GRAVA-AUDITORIA THRU P680-FIM
                PERFORM P685-ATUALIZA-TOTAL THRU P685-FIM
                END-IF

                ELSE
                MOVE 2313                TO WS-MSG-NUMERO
                MOVE "USUARIO SEM PERMISSAO PARA REATIVAR"
                                         TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                END-IF
            ELSE
            IF WS-CONFIRM EQUAL "N" THEN
                MOVE 2314                TO WS-MSG-NUMERO
                MOVE "MISSAO ABORTADA"   TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            END-IF
            END-IF
            END-IF
            END-IF
            CLOSE CADUSER.
       P651-M-REATIVAR.
             MOVE 2315                   TO WS-MSG-NUMERO
             MOVE "<1> PARA NOVA REATIVACAO" TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             MOVE 2316                   TO WS-MSG-NUMERO
             MOVE "<M> PARA VOLTAR AO MENU" TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             MOVE 2317                   TO WS-MSG-NUMERO
             MOVE "<F> PARA FINALIZAR"   TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

               ACCEPT WS-OPCAO.

               IF WS-OPCAO EQUAL 1 THEN
               GO TO P650-REATIVAR
               ELSE
               MOVE 2318                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P651-M-REATIVAR.
       P651-FIM.

           END-IF

           IF HIST-ACHADO THEN
               MOVE 2319                 TO WS-MSG-NUMERO
               MOVE "MOTIVO DA INATIVACAO: &" TO WS-MSG-TEXTO
               MOVE WS-HIST-MOTIVO       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 2320                 TO WS-MSG-NUMERO
               MOVE "DATA DA INATIVACAO  : &" TO WS-MSG-TEXTO
               MOVE WS-HIST-DATA-HORA    TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 2321                 TO WS-MSG-NUMERO
               MOVE "SEM ARQUIVAMENTO EM CADHIST PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P655-FIM.

           IF OPL-PODE-EXCLUIR THEN
               SET TEM-PERMISSAO TO TRUE
           ELSE
               MOVE 2322                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA REATIVAR: &"
                                         TO WS-MSG-TEXTO
               MOVE WS-ROLE-OPERADOR     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P670-FIM.

      ******************************************************************
           P680-GRAVA-AUDITORIA.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE WS-ROLE-OPERADOR         TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA

           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           CLOSE AUDLOG.

       P650-FIM.

           COPY AUDELO.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           FINALIZAR.
            GOBACK.

           COPY JRNGRV.
       END PROGRAM REATUSER.
