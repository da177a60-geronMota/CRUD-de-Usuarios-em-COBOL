      *                 codigos ele absorveu - para a historia de um
      *                 par de duplicados nao se perder entre os dois
      *                 codigos.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE): a
      *                 ficha so e montada para codigo de departamento
      *                 dentro do escopo; fora dele a ficha e recusada
      *                 inteira, com ESCOPO NEGADO no SEGLOG.
      * 15/10/26 GERO - Bloco novo de contatos: a ficha mostra os emails
      *                 e telefones do CTOFILE (CADCONT) com uso,
      *                 principal e situacao.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1900).
      * 15/10/26 GERO - Bloco novo de dados complementares: endereco e,
      *                 decifrados so para a tela (rotina CRPCIF), CPF e
      *                 nascimento do CPLFILE, que a consulta simples
      *                 deixou de mostrar.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHUSER.
           COPY ASRSEL.
           COPY ACSSEL.
           COPY XRFSEL.
           COPY CTOSEL.
           COPY SEGSEL.
           COPY CPLSEL.
           COPY CHVSEL.

       DATA DIVISION.
       FILE SECTION.
       FD XREFILE.
           COPY XRFREC.

       FD CTOFILE.
           COPY CTOREC.

       FD SEGLOG.
           COPY SEGREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CHVFILE.
           COPY CHVREC.

       SD WRKAUD.
           COPY ASRREC.

       77 WS-FS-XREFILE                  PIC 99.
        88 FS-XREFILE-OK                 VALUE 0.
       77 WS-QTD-FUSOES                  PIC 9(04).
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-QTD-CONTATOS                PIC 9(04).
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-ACS-DATA                    PIC 9(08).
       77 WS-ACS-HORA                    PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY CRPWK.

       LINKAGE SECTION.

           COPY OPLREC.
           P470-FICHA.

           MOVE "FICHUSER"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CONSULTAR THEN
               MOVE 1901                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CONSULTAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 1902                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           PERFORM P483-CONFERE-ESCOPO THRU P483-FIM

           IF ESCOPO-OK THEN
           DISPLAY "==================================================="
           MOVE 1903                     TO WS-MSG-NUMERO
           MOVE "*           FICHA COMPLETA DO USUARIO             *"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="

           PERFORM P471-CADASTRO THRU P471-FIM

           PERFORM P486-COMPLEMENTO THRU P486-FIM

           PERFORM P484-CONTATOS THRU P484-FIM

           PERFORM P472-AUDITORIA THRU P472-FIM

           PERFORM P476-HISTORICO THRU P476-FIM

           PERFORM P481-FUSOES THRU P481-FIM
           ELSE
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
           END-IF

           PERFORM P478-M-FICHA THRU P478-FIM

       P470-FIM.

       P478-M-FICHA.
               MOVE 1904                 TO WS-MSG-NUMERO
               MOVE "<N> PARA NOVA FICHA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1905                 TO WS-MSG-NUMERO
               MOVE "<F> PARA FINALIZAR" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           ACCEPT WS-OPCAO.
           IF WS-OPCAO EQUAL "N" THEN
               IF WS-OPCAO EQUAL "F" THEN
                   PERFORM FINALIZAR
               ELSE
                   MOVE 1906             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P478-M-FICHA.
       P478-FIM.

      ******************************************************************
      * P483-CONFERE-ESCOPO: a ficha inteira (cadastro, auditoria,
      * historico e fusoes) so e montada para codigo de departamento
      * dentro do escopo do operador. Operador de escopo restrito nao
      * ve ficha de codigo que nao esta mais no CADUSER, ja que nao ha
      * departamento atual para conferir.
      ******************************************************************
           P483-CONFERE-ESCOPO.

           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER

           OPEN INPUT CADUSER
           IF FS-CADUSER-OK THEN
               MOVE WS-CD-USER           TO FD-CD-USER
               READ CADUSER
               KEY IS FD-CD-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-DEPTO         TO WS-ESC-DEPTO
               END-READ
           END-IF
           CLOSE CADUSER

           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM.
       P483-FIM.

      ******************************************************************
      * P471-CADASTRO: primeiro bloco da ficha - o registro como esta
      * hoje no CADUSER, no mesmo formato da consulta comum.
               READ CADUSER INTO CAD-USER
               KEY IS FD-CD-USER
               INVALID KEY
                   MOVE 1907             TO WS-MSG-NUMERO
                   MOVE "CADASTRO NAO ENCONTRADO NO CADUSER"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               NOT INVALID KEY
                   PERFORM P456-GRAVA-ACESSO THRU P456-FIM
                   MOVE 1908             TO WS-MSG-NUMERO
                   MOVE "REGISTRO:&"     TO WS-MSG-TEXTO
                   MOVE WS-CD-USER       TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1909             TO WS-MSG-NUMERO
                   MOVE "NOME:&"         TO WS-MSG-TEXTO
                   MOVE WS-NM            TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1910             TO WS-MSG-NUMERO
                   MOVE "EMAIL:&"        TO WS-MSG-TEXTO
                   MOVE WS-EMAIL         TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1911             TO WS-MSG-NUMERO
                   MOVE "PHONE:&"        TO WS-MSG-TEXTO
                   MOVE WS-PHONE         TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1912             TO WS-MSG-NUMERO
                   MOVE "DEPARTAMENTO:&" TO WS-MSG-TEXTO
                   MOVE WS-DEPTO         TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1913             TO WS-MSG-NUMERO
                   MOVE "DT CADASTRO:&"  TO WS-MSG-TEXTO
                   MOVE WS-DT-CADASTRO   TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1914             TO WS-MSG-NUMERO
                   MOVE "DT ALTERACAO:&" TO WS-MSG-TEXTO
                   MOVE WS-DT-ALTERACAO  TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1915             TO WS-MSG-NUMERO
                   MOVE "STATUS:&"       TO WS-MSG-TEXTO
                   MOVE WS-STATUS        TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-READ
           END-IF
           CLOSE CADUSER.
       P471-FIM.

      ******************************************************************
      * P486-COMPLEMENTO: endereco e, decifrados so para a tela (rotina
      * CRPCIF), CPF e nascimento do CPLFILE - a ficha e o lugar da
      * consulta onde esses dois aparecem abertos.
      ******************************************************************
           P486-COMPLEMENTO.

           DISPLAY "==================================================="
           MOVE 1940                     TO WS-MSG-NUMERO
           MOVE "DADOS COMPLEMENTARES (CPLFILE)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           OPEN INPUT CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               MOVE 1944                 TO WS-MSG-NUMERO
               MOVE "SEM DADOS COMPLEMENTARES" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P486-FIM
           END-IF

           MOVE WS-CD-USER               TO CPL-CD-USER
           READ CPLFILE
           KEY IS CPL-CD-USER
           INVALID KEY
               MOVE 1944                 TO WS-MSG-NUMERO
               MOVE "SEM DADOS COMPLEMENTARES" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CPLFILE
               GO TO P486-FIM
           END-READ

           CLOSE CPLFILE

           MOVE 1941                     TO WS-MSG-NUMERO
           MOVE "ENDERECO: & & - & / & CEP &" TO WS-MSG-TEXTO
           MOVE CPL-LOGRADOURO           TO WS-MSG-PARAM (1)
           MOVE CPL-NUMERO               TO WS-MSG-PARAM (2)
           MOVE CPL-CIDADE               TO WS-MSG-PARAM (3)
           MOVE CPL-UF                   TO WS-MSG-PARAM (4)
           MOVE CPL-CEP                  TO WS-MSG-PARAM (5)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           MOVE CPL-CD-USER              TO WS-CRP-CD-USER
           MOVE CPL-CHAVE-VERSAO         TO WS-CRP-VERSAO
           MOVE CPL-CPF                  TO WS-CRP-CPF
           MOVE CPL-DT-NASCIMENTO        TO WS-CRP-NASC
           PERFORM P918-DECIFRA-COMPL THRU P918-FIM

           IF CRP-OK THEN
               MOVE 1942                 TO WS-MSG-NUMERO
               MOVE "CPF: &   NASCIMENTO: &" TO WS-MSG-TEXTO
               MOVE WS-CRP-CPF           TO WS-MSG-PARAM (1)
               MOVE WS-CRP-NASC          TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1943                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CPF E NASCIMENTO CIFRADOS COM CHAVE "
                      "INDISPONIVEL (VERSAO &)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE CPL-CHAVE-VERSAO     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P486-FIM.

      ******************************************************************
      * P484-CONTATOS: os pontos de contato do CTOFILE (emails e
      * telefones alem dos do cadastro), com uso, marca de principal
      * e situacao - devolvido e inativo aparecem tambem, a ficha
      * mostra tudo o que se guarda do codigo.
      ******************************************************************
           P484-CONTATOS.

           MOVE ZERO TO WS-QTD-CONTATOS
           DISPLAY "==================================================="
           MOVE 1916                     TO WS-MSG-NUMERO
           MOVE "CONTATOS DO USUARIO (CTOFILE)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           OPEN INPUT CTOFILE
           IF FS-CTOFILE-OK THEN
               MOVE WS-CD-USER           TO CTO-CD-USER
               MOVE ZERO                 TO CTO-SEQ
               SET EOF-OK TO FALSE
               START CTOFILE KEY IS NOT LESS CTO-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
               NOT INVALID KEY
                   PERFORM P485-LER-CONTATO THRU P485-FIM UNTIL EOF-OK
               END-START
               CLOSE CTOFILE
           END-IF

           IF WS-QTD-CONTATOS EQUAL ZERO THEN
               MOVE 1917                 TO WS-MSG-NUMERO
               MOVE "SEM CONTATOS ALEM DOS DO CADASTRO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P484-FIM.

           P485-LER-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL WS-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-CONTATOS
                   MOVE 1918             TO WS-MSG-NUMERO
                   MOVE "& TIPO:& USO:& & PRINC:& SIT:& &"
                                         TO WS-MSG-TEXTO
                   MOVE CTO-SEQ          TO WS-MSG-PARAM (1)
                   MOVE CTO-TIPO         TO WS-MSG-PARAM (2)
                   MOVE CTO-USO          TO WS-MSG-PARAM (3)
                   MOVE CTO-VALOR        TO WS-MSG-PARAM (4)
                   MOVE CTO-PRINCIPAL    TO WS-MSG-PARAM (5)
                   MOVE CTO-SITUACAO     TO WS-MSG-PARAM (6)
                   MOVE CTO-DT-SITUACAO  TO WS-MSG-PARAM (7)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   IF CTO-REFERENCIA NOT EQUAL SPACES THEN
                       MOVE 1919         TO WS-MSG-NUMERO
                       MOVE "   REF: &"  TO WS-MSG-TEXTO
                       MOVE CTO-REFERENCIA TO WS-MSG-PARAM (1)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               END-IF
           END-READ.
       P485-FIM.

      ******************************************************************
      * P472-AUDITORIA: segundo bloco - todas as linhas do AUDLOG deste
      * CD-USER, ordenadas por AUD-DATA-HORA via SORT (o AUDLOG e

           MOVE ZERO TO WS-QTD-AUDIT
           DISPLAY "==================================================="
           MOVE 1920                     TO WS-MSG-NUMERO
           MOVE "ALTERACOES REGISTRADAS NO AUDLOG" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           SORT WRKAUD ON ASCENDING KEY ASR-DATA-HORA
               INPUT PROCEDURE P473-SELECIONA-AUD THRU P473-FIM
               OUTPUT PROCEDURE P474-EXIBE-AUD THRU P474-FIM

           IF WS-QTD-AUDIT EQUAL ZERO THEN
               MOVE 1921                 TO WS-MSG-NUMERO
               MOVE "SEM OCORRENCIAS NO AUDLOG PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 1922                 TO WS-MSG-NUMERO
               MOVE "TOTAL DE OCORRENCIAS: &" TO WS-MSG-TEXTO
               MOVE WS-QTD-AUDIT         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P472-FIM.

           NOT AT END
               ADD 1 TO WS-QTD-AUDIT
               DISPLAY "-----------------------------------------"
               MOVE 1923                 TO WS-MSG-NUMERO
               MOVE "DATA/HORA : &"      TO WS-MSG-TEXTO
               MOVE ASR-DATA-HORA        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1924                 TO WS-MSG-NUMERO
               MOVE "CAMPO     : &"      TO WS-MSG-TEXTO
               MOVE ASR-CAMPO            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1925                 TO WS-MSG-NUMERO
               MOVE "VALOR ANT : &"      TO WS-MSG-TEXTO
               MOVE ASR-VALOR-ANT        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1926                 TO WS-MSG-NUMERO
               MOVE "VALOR NOVO: &"      TO WS-MSG-TEXTO
               MOVE ASR-VALOR-NOVO       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1927                 TO WS-MSG-NUMERO
               MOVE "OPERADOR  : &"      TO WS-MSG-TEXTO
               MOVE ASR-OPERADOR         TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 1928                 TO WS-MSG-NUMERO
               MOVE "ROLE      : &"      TO WS-MSG-TEXTO
               MOVE ASR-ROLE-OP          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-RETURN.
       P477-FIM.


           MOVE ZERO TO WS-QTD-HIST
           DISPLAY "==================================================="
           MOVE 1929                     TO WS-MSG-NUMERO
           MOVE "ARQUIVAMENTOS DE EXCLUSAO NO CADHIST" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           OPEN INPUT CADHIST
           IF FS-CADHIST-OK THEN
           END-IF

           IF WS-QTD-HIST EQUAL ZERO THEN
               MOVE 1930                 TO WS-MSG-NUMERO
               MOVE "SEM ARQUIVAMENTOS PARA ESTE CODIGO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           DISPLAY "===================================================".
       P476-FIM.
               IF HIST-CD-USER EQUAL WS-CD-USER THEN
                   ADD 1 TO WS-QTD-HIST
                   DISPLAY "-----------------------------------------"
                   MOVE 1931             TO WS-MSG-NUMERO
                   MOVE "ARQUIVADO EM: &" TO WS-MSG-TEXTO
                   MOVE HIST-DATA-HORA   TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1932             TO WS-MSG-NUMERO
                   MOVE "MOTIVO      : &" TO WS-MSG-TEXTO
                   MOVE HIST-MOTIVO      TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1933             TO WS-MSG-NUMERO
                   MOVE "NOME        : &" TO WS-MSG-TEXTO
                   MOVE HIST-NM          TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1934             TO WS-MSG-NUMERO
                   MOVE "EMAIL       : &" TO WS-MSG-TEXTO
                   MOVE HIST-EMAIL       TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   MOVE 1935             TO WS-MSG-NUMERO
                   MOVE "DEPARTAMENTO: &" TO WS-MSG-TEXTO
                   MOVE HIST-DEPTO       TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P479-FIM.

           MOVE ZERO TO WS-QTD-FUSOES
           DISPLAY "==================================================="
           MOVE 1936                     TO WS-MSG-NUMERO
           MOVE "FUSOES DE CADASTROS (XREFILE)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           OPEN INPUT XREFILE
           IF FS-XREFILE-OK THEN
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-FUSOES
                   MOVE 1937             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "ESTE CODIGO FOI FUNDIDO NO CADASTRO & EM & "
                          "POR &"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE XRF-CD-SOBREVIVE TO WS-MSG-PARAM (1)
                   MOVE XRF-DATA-HORA    TO WS-MSG-PARAM (2)
                   MOVE XRF-OPERADOR     TO WS-MSG-PARAM (3)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-READ

               MOVE ZERO                 TO XRF-CD-PERDEDOR
           END-IF

           IF WS-QTD-FUSOES EQUAL ZERO THEN
               MOVE 1938                 TO WS-MSG-NUMERO
               MOVE "SEM FUSOES REGISTRADAS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           DISPLAY "===================================================".
       P481-FIM.
           NOT AT END
               IF XRF-CD-SOBREVIVE EQUAL WS-CD-USER THEN
                   ADD 1 TO WS-QTD-FUSOES
                   MOVE 1939             TO WS-MSG-NUMERO
                   MOVE "ABSORVEU O CADASTRO & EM & POR &"
                                         TO WS-MSG-TEXTO
                   MOVE XRF-CD-PERDEDOR  TO WS-MSG-PARAM (1)
                   MOVE XRF-DATA-HORA    TO WS-MSG-PARAM (2)
                   MOVE XRF-OPERADOR     TO WS-MSG-PARAM (3)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P482-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY CRPCIF.

           FINALIZAR.
            GOBACK.
       END PROGRAM FICHUSER.
