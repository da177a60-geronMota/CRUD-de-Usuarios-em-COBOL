      *                 pedaco - mas o caso comum do balcao ("qual o
      *                 cadastro deste email?") nao paga mais a
      *                 varredura completa.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 cadastro de departamento fora do escopo nao e
      *                 exibido - a busca por codigo ou email exato
      *                 recusa e grava ESCOPO NEGADO no SEGLOG, as
      *                 buscas por pedaco escondem e registram a
      *                 quantidade escondida.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1600).
      * 15/10/26 GERO - CPF e nascimento deixam de aparecer na consulta:
      *                 ficam cifrados no CPLFILE e so a ficha completa
      *                 (FICHUSER) os decifra.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSUSER.
           COPY CADSEL.
           COPY CPLSEL.
           COPY ACSSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ACSLOG.
           COPY ACSREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

       LINKAGE SECTION.

           COPY OPLREC.
       P400-CONSULTAR.

           MOVE "CONSUSER"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA
            IF NOT OPL-PODE-CONSULTAR THEN
                MOVE 1601                TO WS-MSG-NUMERO
                MOVE "ROLE SEM PERMISSAO PARA CONSULTAR: &"
                                         TO WS-MSG-TEXTO
                MOVE OPL-ROLE            TO WS-MSG-PARAM (1)
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                GOBACK
            END-IF

            PERFORM P900-TRATA-STATUS THRU P900-FIM

            IF FS-CADUSER-OK THEN
                MOVE 1602                TO WS-MSG-NUMERO
                MOVE "COMO DESEJA BUSCAR O CADASTRO?" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 1603                TO WS-MSG-NUMERO
                MOVE "<1> POR CODIGO"    TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 1604                TO WS-MSG-NUMERO
                MOVE "<2> POR NOME"      TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 1605                TO WS-MSG-NUMERO
                MOVE "<3> POR EMAIL"     TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                MOVE 1606                TO WS-MSG-NUMERO
                MOVE "<4> POR EMAIL EXATO (PELO INDICE)" TO WS-MSG-TEXTO
                PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                ACCEPT WS-MODO-BUSCA

                EVALUATE WS-MODO-BUSCA
                        MOVE "EMAIL" TO WS-TIPO-BUSCA
                        PERFORM P405-BUSCA-EMAIL-EXATO THRU P405-FIM
                    WHEN OTHER
                        MOVE 1607        TO WS-MSG-NUMERO
                        MOVE "OPCAO DE BUSCA INVALIDA" TO WS-MSG-TEXTO
                        PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                END-EVALUATE
            END-IF
            CLOSE CADUSER

            GOBACK.
       P401-M-CONSULTA.
               MOVE 1608                 TO WS-MSG-NUMERO
               MOVE "<N> PARA NOVA CONSULTA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1609                 TO WS-MSG-NUMERO
               MOVE "<F> PARA FINALIZAR" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           ACCEPT WS-OPCAO.
           IF WS-OPCAO EQUAL "N" THEN
               IF WS-OPCAO EQUAL "F" THEN
                   PERFORM FINALIZAR
               ELSE
                   MOVE 1610             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   PERFORM P401-M-CONSULTA.
       P401-FIM.

      ******************************************************************
           P402-BUSCA-CODIGO.

           MOVE 1611                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT FD-CD-USER

           MOVE FD-CD-USER TO WS-CD-USER
           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 1612                 TO WS-MSG-NUMERO
               MOVE "CADASTRO NAO ENCONTRADO " TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1613                 TO WS-MSG-NUMERO
               MOVE "ERRO NO REGISTRO, WS-FS &" TO WS-MSG-TEXTO
               MOVE WS-FS-CADUSER        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               PERFORM P408-EXIBE-SE-ESCOPO THRU P408-FIM
           END-READ.
       P402-FIM.

           P403-BUSCA-NOME.

           MOVE ZERO TO WS-QTD-ACHADOS
           MOVE ZERO TO WS-ESC-OCULTOS
           MOVE 1614                     TO WS-MSG-NUMERO
           MOVE "DIGITE O NOME OU PARTE DO NOME DO USUARIO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NM-BUSCA

           PERFORM P406-ACHA-TAM-NOME THRU P406-FIM
               PERFORM P413-LER-NOME THRU P413-FIM UNTIL EOF-OK
           END-START

           PERFORM P974-REGISTRA-OCULTOS THRU P974-FIM

           IF WS-QTD-ACHADOS EQUAL ZERO
               MOVE 1615                 TO WS-MSG-NUMERO
               MOVE "NENHUM CADASTRO ENCONTRADO COM ESSE NOME"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P403-FIM.

                           FOR ALL WS-NM-BUSCA (1:WS-NM-BUSCA-LEN)
               END-IF
               IF WS-TALLY-NOME GREATER ZERO THEN
                   MOVE WS-DEPTO         TO WS-ESC-DEPTO
                   PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
                   IF ESCOPO-OK THEN
                       ADD 1 TO WS-QTD-ACHADOS
                       PERFORM P450-EXIBIR-REGISTRO THRU P450-FIM
                   ELSE
                       ADD 1 TO WS-ESC-OCULTOS
                   END-IF
               END-IF
           END-READ.
       P413-FIM.
           P404-BUSCA-EMAIL.

           MOVE ZERO TO WS-QTD-ACHADOS
           MOVE ZERO TO WS-ESC-OCULTOS
           MOVE 1616                     TO WS-MSG-NUMERO
           MOVE "DIGITE O EMAIL OU PARTE DO EMAIL DO USUARIO"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-EMAIL-BUSCA

           PERFORM P407-ACHA-TAM-EMAIL THRU P407-FIM
               PERFORM P414-LER-EMAIL THRU P414-FIM UNTIL EOF-OK
           END-START

           PERFORM P974-REGISTRA-OCULTOS THRU P974-FIM

           IF WS-QTD-ACHADOS EQUAL ZERO
               MOVE 1617                 TO WS-MSG-NUMERO
               MOVE "NENHUM CADASTRO ENCONTRADO COM ESSE EMAIL"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P404-FIM.

      ******************************************************************
           P405-BUSCA-EMAIL-EXATO.

           MOVE 1618                     TO WS-MSG-NUMERO
           MOVE "DIGITE O EMAIL COMPLETO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-EMAIL-BUSCA

           MOVE WS-EMAIL-BUSCA TO FD-EMAIL
           READ CADUSER INTO CAD-USER
           KEY IS FD-EMAIL
           INVALID KEY
               MOVE 1619                 TO WS-MSG-NUMERO
               MOVE "NENHUM CADASTRO COM ESSE EMAIL EXATO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               PERFORM P408-EXIBE-SE-ESCOPO THRU P408-FIM
           END-READ.
       P405-FIM.

                           FOR ALL WS-EMAIL-BUSCA (1:WS-EMAIL-BUSCA-LEN)
               END-IF
               IF WS-TALLY-EMAIL GREATER ZERO THEN
                   MOVE WS-DEPTO         TO WS-ESC-DEPTO
                   PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
                   IF ESCOPO-OK THEN
                       ADD 1 TO WS-QTD-ACHADOS
                       PERFORM P450-EXIBIR-REGISTRO THRU P450-FIM
                   ELSE
                       ADD 1 TO WS-ESC-OCULTOS
                   END-IF
               END-IF
           END-READ.
       P414-FIM.

      ******************************************************************
      * P408-EXIBE-SE-ESCOPO: busca que devolve um cadastro so (codigo
      * ou email exato) - cadastro de departamento fora do escopo do
      * operador nao e exibido, e a recusa vai para o SEGLOG.
      ******************************************************************
           P408-EXIBE-SE-ESCOPO.

           MOVE WS-DEPTO                 TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM

           IF ESCOPO-OK THEN
               PERFORM P450-EXIBIR-REGISTRO THRU P450-FIM
           ELSE
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
           END-IF.
       P408-FIM.

      ******************************************************************
      * P450-EXIBIR-REGISTRO: impressao padrao de um cadastro, usada
      * pelas tres formas de busca.
           P450-EXIBIR-REGISTRO.

           DISPLAY "==================================================="
           MOVE 1620                     TO WS-MSG-NUMERO
           MOVE "REGISTRO:&"             TO WS-MSG-TEXTO
           MOVE WS-CD-USER               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1621                     TO WS-MSG-NUMERO
           MOVE "NOME:&"                 TO WS-MSG-TEXTO
           MOVE WS-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1622                     TO WS-MSG-NUMERO
           MOVE "EMAIL:&"                TO WS-MSG-TEXTO
           MOVE WS-EMAIL                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1623                     TO WS-MSG-NUMERO
           MOVE "PHONE:&"                TO WS-MSG-TEXTO
           MOVE WS-PHONE                 TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1624                     TO WS-MSG-NUMERO
           MOVE "PASSWORD:&"             TO WS-MSG-TEXTO
           MOVE WS-PASSWORD              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 1625                     TO WS-MSG-NUMERO
           MOVE "STATUS:&"               TO WS-MSG-TEXTO
           MOVE WS-STATUS                TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF FS-CPLFILE-OK THEN
               MOVE WS-CD-USER           TO CPL-CD-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1626             TO WS-MSG-NUMERO
                   MOVE "ENDERECO:& &"   TO WS-MSG-TEXTO
                   MOVE CPL-LOGRADOURO   TO WS-MSG-PARAM (1)
                   MOVE CPL-NUMERO       TO WS-MSG-PARAM (2)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1627             TO WS-MSG-NUMERO
                   MOVE "CIDADE/UF:& &"  TO WS-MSG-TEXTO
                   MOVE CPL-CIDADE       TO WS-MSG-PARAM (1)
                   MOVE CPL-UF           TO WS-MSG-PARAM (2)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1628             TO WS-MSG-NUMERO
                   MOVE "CEP:&"          TO WS-MSG-TEXTO
                   MOVE CPL-CEP          TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1631             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "CPF E NASCIMENTO: CIFRADOS, VER A FICHA "
                          "COMPLETA"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-READ
           END-IF
           DISPLAY "==================================================="

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           FINALIZAR.
            GOBACK.
       END PROGRAM CONSUSER.
