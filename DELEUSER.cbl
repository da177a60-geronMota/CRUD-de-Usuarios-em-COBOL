      *                 existem, agora sao arquivados em CPLHIST na
      *                 inativacao, ao lado do arquivamento do
      *                 cadastro em CADHIST.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 cadastro de departamento fora do escopo e
      *                 recusado antes de ser exibido, com ESCOPO NEGADO
      *                 no SEGLOG.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1700).
      * 15/10/26 GERO - O arquivamento no CPLHIST leva a versao da chave
      *                 de cifra (CPH-CHAVE-VERSAO): CPF e nascimento
      *                 seguem cifrados como estao no CPLFILE.
      * 15/10/26 GERO - A inativacao grava a imagem antes/depois do REG-
      *                 USER no jornal de recuperacao JRNUSER (rotina
      *                 JRNGRV), para o REAPUSER reaplicar em cima do
      *                 ultimo BKPUSER.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEUSER.
           COPY LCKSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY SEGSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CPLHIST.
           COPY CPHREC.

       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY MSGWK.

           COPY LCKWRK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
       P600-DELETAR.

           MOVE "DELEUSER"          TO WS-FS-PROGRAMA
           MOVE "DELEUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA
            OPEN I-O CADUSER

            MOVE WS-FS-CADUSER           TO WS-FS-CODIGO
            MOVE "CADUSER"               TO WS-FS-ARQUIVO
            PERFORM P900-TRATA-STATUS THRU P900-FIM

             MOVE 1701                   TO WS-MSG-NUMERO
             MOVE "DIGITE O CODIGO DO REGISTRO A SER DELETADO"
                                         TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             ACCEPT WS-CD-USER

              MOVE WS-CD-USER TO FD-CD-USER
              KEY IS FD-CD-USER

               INVALID KEY
               MOVE 1702                 TO WS-MSG-NUMERO
               MOVE "CHAVE NAO ENCONTRADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P601-M-DELETAR THRU  P601-FIM

           NOT INVALID KEY
               MOVE WS-DEPTO             TO WS-ESC-DEPTO
               MOVE WS-CD-USER           TO WS-ESC-CD-USER
               PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
               IF NOT ESCOPO-OK THEN
                   PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               ELSE
               SET REGISTRO-ACHADO TO TRUE
               MOVE 1703                 TO WS-MSG-NUMERO
               MOVE "REGISTRO:&"         TO WS-MSG-TEXTO
               MOVE FD-CD-USER           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 1704                TO WS-MSG-NUMERO
                MOVE "NOME:&"            TO WS-MSG-TEXTO
                MOVE FD-NM               TO WS-MSG-PARAM (1)
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                 MOVE 1705               TO WS-MSG-NUMERO
                 MOVE "EMAIL:&"          TO WS-MSG-TEXTO
                 MOVE FD-EMAIL           TO WS-MSG-PARAM (1)
                 PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE 1706              TO WS-MSG-NUMERO
                  MOVE "PHONE:&"         TO WS-MSG-TEXTO
                  MOVE FD-PHONE          TO WS-MSG-PARAM (1)
                  PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE 1707              TO WS-MSG-NUMERO
                  MOVE "PASSWORD:&"      TO WS-MSG-TEXTO
                  MOVE FD-PASSWORD       TO WS-MSG-PARAM (1)
                  PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE 1708              TO WS-MSG-NUMERO
                  MOVE "STATUS:&"        TO WS-MSG-TEXTO
                  MOVE FD-STATUS         TO WS-MSG-PARAM (1)
                  PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                  MOVE WS-DT-ALTERACAO   TO WS-DT-ALTERACAO-ORIG
               END-IF
            END-READ

            IF REGISTRO-ACHADO THEN

            IF FD-ST-INATIVO THEN
                MOVE 1709                TO WS-MSG-NUMERO
                MOVE "CADASTRO JA ESTA INATIVO" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                PERFORM P601-M-DELETAR THRU P601-FIM
            END-IF


            IF TRAVA-OK

            MOVE 1710                    TO WS-MSG-NUMERO
            MOVE "TEM CERTEZA QUE DESEJA EXCLUIR O REGISTRO?"
                                         TO WS-MSG-TEXTO
            PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            MOVE 1711                    TO WS-MSG-NUMERO
            MOVE " DIGITE <S> PARA SIM E <N> PARA NAO" TO WS-MSG-TEXTO
            PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM EQUAL "S" THEN
                MOVE 1712                TO WS-MSG-NUMERO
                MOVE "DIGITE O MOTIVO DA EXCLUSAO" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                ACCEPT WS-MOTIVO
                PERFORM P620-VERIFICA-PERMISSAO THRU P620-FIM
                IF TEM-PERMISSAO
                PERFORM P625-VERIFICA-ALTERACAO THRU P625-FIM
                IF REGISTRO-OBSOLETO
                    MOVE 1713            TO WS-MSG-NUMERO
                    MOVE "REGISTRO FOI ALTERADO POR OUTRO USUARIO"
                                         TO WS-MSG-TEXTO
                    PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                ELSE
                MOVE REG-USER            TO WS-JRN-ANTES
                SET FD-ST-INATIVO TO TRUE
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                END-STRING
                MOVE WS-STAMP-ALTERACAO TO FD-DT-ALTERACAO
                REWRITE REG-USER
                MOVE "A"                 TO WS-JRN-TIPO
                PERFORM P973-GRAVA-JORNAL THRU P973-FIM
                MOVE 1714                TO WS-MSG-NUMERO
                MOVE "REGISTRO INATIVADO COM SUCESSO" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                PERFORM P630-ARQUIVA-HIST THRU P630-FIM
                PERFORM P640-ARQUIVA-COMPL THRU P640-FIM
                PERFORM P635-ATUALIZA-TOTAL THRU P635-FIM
                END-IF

                ELSE
                MOVE 1715                TO WS-MSG-NUMERO
                MOVE "USUARIO SEM PERMISSAO PARA EXCLUIR"
                                         TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                END-IF
            ELSE
            IF WS-CONFIRM EQUAL "N" THEN
                MOVE 1716                TO WS-MSG-NUMERO
                MOVE "MISSAO ABORTADA"   TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
            END-IF
            END-IF

            END-IF
            CLOSE CADUSER.
       P601-M-DELETAR.
             MOVE 1717                   TO WS-MSG-NUMERO
             MOVE "<1> PARA NOVA EXCLUSAO" TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             MOVE 1718                   TO WS-MSG-NUMERO
             MOVE "<M> PARA VOLTAR AO MENU" TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
             MOVE 1719                   TO WS-MSG-NUMERO
             MOVE "<F> PARA FINALIZAR"   TO WS-MSG-TEXTO
             PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

               ACCEPT WS-OPCAO.

               IF WS-OPCAO EQUAL 1 THEN
               GO TO P600-DELETAR
               ELSE
               MOVE 1720                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P601-M-DELETAR.
       P601-FIM.

           IF OPL-PODE-EXCLUIR THEN
               SET TEM-PERMISSAO TO TRUE
           ELSE
               MOVE 1721                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA EXCLUIR: &" TO WS-MSG-TEXTO
               MOVE WS-ROLE-OPERADOR     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P620-FIM.

           MOVE CPL-CEP                   TO CPH-CEP
           MOVE CPL-CPF                   TO CPH-CPF
           MOVE CPL-DT-NASCIMENTO         TO CPH-DT-NASCIMENTO
           MOVE CPL-CHAVE-VERSAO          TO CPH-CHAVE-VERSAO
           MOVE WS-STAMP-ALTERACAO        TO CPH-DATA-HORA

           WRITE REG-COMPL-HIST

           COPY STATCHK.

           COPY MSGMOS.

           COPY LCKTRV.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           FINALIZAR.
            GOBACK.

           COPY JRNGRV.
       END PROGRAM DELEUSER.
