      *                 gravar endereco novo desliga a marca. Um
      *                 CPLFILE do layout antigo passa uma unica vez
      *                 pelo CONVCPL.
      * 15/10/26 GERO - Escopo de departamentos do operador (SECFILE):
      *                 todas as opcoes conferem o FD-DEPTO do codigo
      *                 digitado contra o escopo do operador antes de
      *                 mostrar ou gravar dados complementares; a recusa
      *                 vai para o SEGLOG com ESCOPO NEGADO.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0700).
      * 15/10/26 GERO - CPF e data de nascimento gravados cifrados no
      *                 CPLFILE (rotina CRPCIF, chave atual do CHVFILE,
      *                 versao em CPL-CHAVE-VERSAO) e decifrados so para
      *                 a consulta; sem chave disponivel os dados nao
      *                 sao gravados.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      * 15/10/26 GERO - A opcao <3> tambem lista as cartas devolvidas
      *                 pelo correio gravadas no DEVHIST pelo INTFCORR,
      *                 com data, motivo e o endereco para onde foram
      *                 (P283).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOMPL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY ENDSEL.
           COPY DVHSEL.
           COPY SEGSEL.
           COPY CHVSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ENDHIST.
           COPY ENDREC.

       FD DEVHIST.
           COPY DVHREC.

       FD SEGLOG.
           COPY SEGREC.

       FD CHVFILE.
           COPY CHVREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-END-EOF                     PIC X.
        88 END-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-QTD-ENDERECOS               PIC 9(04).
       77 WS-FS-DEVHIST                  PIC 99.
        88 FS-DEVHIST-OK                 VALUE 0.
       77 WS-DVH-EOF                     PIC X.
        88 DVH-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-QTD-DEVOLUCOES              PIC 9(04).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-AGORA                 PIC 9(14).

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY CRPWK.

       LINKAGE SECTION.

           COPY OPLREC.
           P270-COMPLEMENTAR.

           MOVE "CADCOMPL"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CADASTRAR THEN
               MOVE 0701                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CADASTRAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           P271-MENU.

           DISPLAY "==================================================="
           MOVE 0702                     TO WS-MSG-NUMERO
           MOVE "DADOS COMPLEMENTARES DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0703                     TO WS-MSG-NUMERO
           MOVE "<1> INCLUIR/ALTERAR DADOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0704                     TO WS-MSG-NUMERO
           MOVE "<2> CONSULTAR DADOS"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0705                     TO WS-MSG-NUMERO
           MOVE "<3> HISTORICO DE ENDERECOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0706                     TO WS-MSG-NUMERO
           MOVE "<4> CORRESPONDENCIA DEVOLVIDA (MARCAR/DESMARCAR)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0707                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 0708             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P271-FIM.

      ******************************************************************
           P272-MANTER.

           MOVE 0709                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           SET USUARIO-EXISTE TO FALSE
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0710                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               SET USUARIO-EXISTE TO TRUE
               MOVE 0711                 TO WS-MSG-NUMERO
               MOVE "USUARIO: &"         TO WS-MSG-TEXTO
               MOVE FD-NM                TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ

           IF NOT USUARIO-EXISTE THEN
               GO TO P272-FIM
           END-IF

           PERFORM P282-CONFERE-ESCOPO THRU P282-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P272-FIM
           END-IF

           SET COMPL-NOVO TO TRUE
           MOVE WS-CD-USER               TO CPL-CD-USER
           READ CPLFILE
               CONTINUE
           NOT INVALID KEY
               SET COMPL-NOVO TO FALSE
               MOVE 0712                 TO WS-MSG-NUMERO
               MOVE "DADOS ATUAIS SERAO SUBSTITUIDOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P277-ARQUIVA-ENDERECO THRU P277-FIM
           END-READ

           MOVE 0713                     TO WS-MSG-NUMERO
           MOVE "LOGRADOURO (RUA, AVENIDA...)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT CPL-LOGRADOURO
           MOVE 0714                     TO WS-MSG-NUMERO
           MOVE "NUMERO"                 TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT CPL-NUMERO
           MOVE 0715                     TO WS-MSG-NUMERO
           MOVE "CIDADE"                 TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT CPL-CIDADE
           MOVE 0716                     TO WS-MSG-NUMERO
           MOVE "UF"                     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT CPL-UF
           MOVE 0717                     TO WS-MSG-NUMERO
           MOVE "CEP (8 DIGITOS)"        TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CEP-ENTRADA
           MOVE WS-CEP-ENTRADA           TO CPL-CEP

           PERFORM P273-LER-CPF THRU P273-FIM UNTIL CPF-OK
           MOVE WS-CPF-ENTRADA           TO CPL-CPF

           MOVE 0718                     TO WS-MSG-NUMERO
           MOVE "DATA DE NASCIMENTO (AAAAMMDD)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NASC-ENTRADA

           MOVE WS-CD-USER               TO WS-CRP-CD-USER
           MOVE WS-CPF-ENTRADA           TO WS-CRP-CPF
           MOVE WS-NASC-ENTRADA          TO WS-CRP-NASC
           PERFORM P917-CIFRA-COMPL THRU P917-FIM
           IF NOT CRP-OK THEN
               MOVE 0743                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CHAVE DE CIFRA INDISPONIVEL (CHVFILE), DADOS "
                      "NAO GRAVADOS - AVISE A SEGURANCA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P272-FIM
           END-IF
           MOVE WS-CRP-CPF               TO CPL-CPF
           MOVE WS-CRP-NASC              TO CPL-DT-NASCIMENTO
           MOVE WS-CRP-VERSAO            TO CPL-CHAVE-VERSAO

           MOVE WS-CD-USER               TO CPL-CD-USER
           SET CPL-CORR-DEVOLVIDA TO FALSE

           IF COMPL-NOVO THEN
               WRITE REG-COMPL
               MOVE 0719                 TO WS-MSG-NUMERO
               MOVE "DADOS COMPLEMENTARES INCLUIDOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               REWRITE REG-COMPL
               MOVE 0720                 TO WS-MSG-NUMERO
               MOVE "DADOS COMPLEMENTARES ATUALIZADOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P272-FIM.

           END-IF

           IF NOT FS-ENDHIST-OK THEN
               MOVE 0721                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "ENDHIST INDISPONIVEL, ENDERECO ANTERIOR NAO "
                      "ARQUIVADO, FS=&"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-FS-ENDHIST        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P277-FIM
           END-IF


           WRITE REG-END-HIST
           INVALID KEY
               MOVE 0722                 TO WS-MSG-NUMERO
               MOVE "ENDERECO ANTERIOR JA ARQUIVADO NESTE CARIMBO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-WRITE

           CLOSE ENDHIST.

      ******************************************************************
      * P278-HISTORICO: lista os enderecos anteriores de um codigo, na
      * ordem dos carimbos de fim de vigencia do ENDHIST, e em seguida
      * as cartas devolvidas pelo correio do DEVHIST (P283).
      ******************************************************************
           P278-HISTORICO.

           MOVE 0709                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           PERFORM P282-CONFERE-ESCOPO THRU P282-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P278-FIM
           END-IF

           MOVE ZERO                     TO WS-QTD-ENDERECOS

           OPEN INPUT ENDHIST
           IF NOT FS-ENDHIST-OK THEN
               MOVE 0723                 TO WS-MSG-NUMERO
               MOVE "SEM HISTORICO DE ENDERECOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P283-DEVOLUCOES THRU P283-FIM
               GO TO P278-FIM
           END-IF

           CLOSE ENDHIST

           IF WS-QTD-ENDERECOS EQUAL ZERO THEN
               MOVE 0724                 TO WS-MSG-NUMERO
               MOVE "SEM ENDERECOS ANTERIORES PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           PERFORM P283-DEVOLUCOES THRU P283-FIM.
       P278-FIM.

           P281-LER-ENDERECO.
                   SET END-EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-ENDERECOS
                   MOVE 0725             TO WS-MSG-NUMERO
                   MOVE "VIGENTE ATE &"  TO WS-MSG-TEXTO
                   MOVE END-DT-VIGENCIA  TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   DISPLAY "  " END-LOGRADOURO " " END-NUMERO
                   MOVE 0726             TO WS-MSG-NUMERO
                   MOVE "  & & CEP &"    TO WS-MSG-TEXTO
                   MOVE END-CIDADE       TO WS-MSG-PARAM (1)
                   MOVE END-UF           TO WS-MSG-PARAM (2)
                   MOVE END-CEP          TO WS-MSG-PARAM (3)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P281-FIM.

      ******************************************************************
      * P283-DEVOLUCOES: cartas do codigo devolvidas pelo correio, com
      * a data, o motivo e o endereco para onde foram, na ordem das
      * datas de devolucao do DEVHIST (gravado pelo INTFCORR).
      ******************************************************************
           P283-DEVOLUCOES.

           MOVE ZERO                     TO WS-QTD-DEVOLUCOES

           OPEN INPUT DEVHIST
           IF NOT FS-DEVHIST-OK THEN
               GO TO P283-FIM
           END-IF

           MOVE WS-CD-USER               TO DVH-CD-USER
           MOVE ZERO                     TO DVH-DT-DEVOLUCAO
           MOVE LOW-VALUES               TO DVH-REFERENCIA
           SET DVH-EOF-OK TO FALSE

           START DEVHIST KEY IS NOT LESS DVH-CHAVE
           INVALID KEY
               SET DVH-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P284-LER-DEVOLUCAO THRU P284-FIM
                       UNTIL DVH-EOF-OK
           END-START

           CLOSE DEVHIST

           IF WS-QTD-DEVOLUCOES EQUAL ZERO THEN
               MOVE 0745                 TO WS-MSG-NUMERO
               MOVE "SEM CORRESPONDENCIA DEVOLVIDA PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P283-FIM.

           P284-LER-DEVOLUCAO.

           READ DEVHIST NEXT
           AT END
               SET DVH-EOF-OK TO TRUE
           NOT AT END
               IF DVH-CD-USER NOT EQUAL WS-CD-USER THEN
                   SET DVH-EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-DEVOLUCOES
                   MOVE 0746             TO WS-MSG-NUMERO
                   MOVE "DEVOLVIDA PELO CORREIO EM & - MOTIVO & &"
                                         TO WS-MSG-TEXTO
                   MOVE DVH-DT-DEVOLUCAO TO WS-MSG-PARAM (1)
                   MOVE DVH-MOTIVO       TO WS-MSG-PARAM (2)
                   MOVE DVH-DESCR-MOTIVO TO WS-MSG-PARAM (3)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   DISPLAY "  " DVH-LOGRADOURO " " DVH-NUMERO
                   MOVE 0747             TO WS-MSG-NUMERO
                   MOVE "  & & CEP &  CARTA &" TO WS-MSG-TEXTO
                   MOVE DVH-CIDADE       TO WS-MSG-PARAM (1)
                   MOVE DVH-UF           TO WS-MSG-PARAM (2)
                   MOVE DVH-CEP          TO WS-MSG-PARAM (3)
                   MOVE DVH-REFERENCIA   TO WS-MSG-PARAM (4)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P284-FIM.

      ******************************************************************
      * P279-DEVOLVIDA: liga ou desliga a marca de correspondencia
      * devolvida do endereco atual - com a marca ligada os batches de
      ******************************************************************
           P279-DEVOLVIDA.

           MOVE 0709                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           PERFORM P282-CONFERE-ESCOPO THRU P282-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P279-FIM
           END-IF
           MOVE WS-CD-USER               TO CPL-CD-USER

           READ CPLFILE
           INVALID KEY
               MOVE 0727                 TO WS-MSG-NUMERO
               MOVE "SEM DADOS COMPLEMENTARES PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P279-FIM
           END-READ

           MOVE 0728                     TO WS-MSG-NUMERO
           MOVE "ENDERECO ATUAL: & &"    TO WS-MSG-TEXTO
           MOVE CPL-LOGRADOURO           TO WS-MSG-PARAM (1)
           MOVE CPL-NUMERO               TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF CPL-CORR-DEVOLVIDA THEN
               MOVE 0729                 TO WS-MSG-NUMERO
               MOVE "ENDERECO MARCADO COMO DEVOLVIDO." TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0730                 TO WS-MSG-NUMERO
               MOVE "<D> DESMARCAR  <ENTER> MANTER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL "D" THEN
                   SET CPL-CORR-DEVOLVIDA TO FALSE
                   REWRITE REG-COMPL
                   MOVE 0731             TO WS-MSG-NUMERO
                   MOVE "MARCA DE DEVOLUCAO RETIRADA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           ELSE
               MOVE 0732                 TO WS-MSG-NUMERO
               MOVE "<M> MARCAR COMO DEVOLVIDO  <ENTER> MANTER"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL "M" THEN
                   SET CPL-CORR-DEVOLVIDA TO TRUE
                   REWRITE REG-COMPL
                   MOVE 0733             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "ENDERECO MARCADO COMO DEVOLVIDO, AS "
                          "CORRESPONDENCIAS VAO PULA-LO"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-IF.
       P279-FIM.
      ******************************************************************
           P273-LER-CPF.

           MOVE 0734                     TO WS-MSG-NUMERO
           MOVE "CPF (11 DIGITOS, SO NUMEROS)" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CPF-ENTRADA

           PERFORM P274-VALIDA-CPF THRU P274-FIM

           IF NOT CPF-OK THEN
               MOVE 0735                 TO WS-MSG-NUMERO
               MOVE "CPF INVALIDO, CONFIRA OS DIGITOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P273-FIM.

      ******************************************************************
           P275-CONSULTAR.

           MOVE 0709                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           PERFORM P282-CONFERE-ESCOPO THRU P282-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P275-FIM
           END-IF
           MOVE WS-CD-USER               TO CPL-CD-USER

           READ CPLFILE
           INVALID KEY
               MOVE 0727                 TO WS-MSG-NUMERO
               MOVE "SEM DADOS COMPLEMENTARES PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 0736                 TO WS-MSG-NUMERO
               MOVE "LOGRADOURO : &"     TO WS-MSG-TEXTO
               MOVE CPL-LOGRADOURO       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0737                 TO WS-MSG-NUMERO
               MOVE "NUMERO     : &"     TO WS-MSG-TEXTO
               MOVE CPL-NUMERO           TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0738                 TO WS-MSG-NUMERO
               MOVE "CIDADE     : & UF: &" TO WS-MSG-TEXTO
               MOVE CPL-CIDADE           TO WS-MSG-PARAM (1)
               MOVE CPL-UF               TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0739                 TO WS-MSG-NUMERO
               MOVE "CEP        : &"     TO WS-MSG-TEXTO
               MOVE CPL-CEP              TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P289-MOSTRA-CIFRADOS THRU P289-FIM
               IF CPL-CORR-DEVOLVIDA THEN
                   MOVE 0742             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "*** CORRESPONDENCIA DEVOLVIDA - ENDERECO NAO"
                          " CONFIAVEL ***"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
           END-READ.
       P275-FIM.

      ******************************************************************
      * P289-MOSTRA-CIFRADOS: decifra CPF e nascimento do REG-COMPL
      * lido so para a tela; chave da versao gravada indisponivel
      * mostra o aviso no lugar dos dois campos.
      ******************************************************************
           P289-MOSTRA-CIFRADOS.

           MOVE CPL-CD-USER              TO WS-CRP-CD-USER
           MOVE CPL-CHAVE-VERSAO         TO WS-CRP-VERSAO
           MOVE CPL-CPF                  TO WS-CRP-CPF
           MOVE CPL-DT-NASCIMENTO        TO WS-CRP-NASC
           PERFORM P918-DECIFRA-COMPL THRU P918-FIM

           IF NOT CRP-OK THEN
               MOVE 0744                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CPF E NASCIMENTO CIFRADOS COM CHAVE "
                      "INDISPONIVEL (VERSAO &)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE CPL-CHAVE-VERSAO     TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P289-FIM
           END-IF

           MOVE 0740                     TO WS-MSG-NUMERO
           MOVE "CPF        : &"         TO WS-MSG-TEXTO
           MOVE WS-CRP-CPF               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0741                     TO WS-MSG-NUMERO
           MOVE "NASCIMENTO : &"         TO WS-MSG-TEXTO
           MOVE WS-CRP-NASC              TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P289-FIM.

      ******************************************************************
      * P282-CONFERE-ESCOPO: toda opcao da tela comeca pelo codigo do
      * usuario - o FD-DEPTO dele no CADUSER precisa estar no escopo
      * de departamentos do operador (endereco, CPF e nascimento de
      * outra filial nao aparecem nem sao alterados daqui). Codigo
      * fora do CADUSER so passa para operador de escopo total.
      ******************************************************************
           P282-CONFERE-ESCOPO.

           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           MOVE WS-CD-USER               TO FD-CD-USER

           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FD-DEPTO             TO WS-ESC-DEPTO
           END-READ

           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM.
       P282-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY CRPCIF.
       END PROGRAM CADCOMPL.
