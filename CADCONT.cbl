      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONTATOS DO USUARIO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: manutencao do cadastro de
      *                 contatos CTOFILE, chaveado por CD-USER +
      *                 sequencia. O REG-USER so guarda um email e um
      *                 telefone, e o segundo celular, o email pessoal
      *                 e o ramal do trabalho se perdiam. Cada contato
      *                 tem tipo, uso (trabalho, pessoal, emergencia),
      *                 marca de principal e situacao; email que volta
      *                 e marcado como devolvido e o NOTIFUSER passa
      *                 para o proximo email valido. Na primeira vez
      *                 que um codigo e mantido aqui, o email e o
      *                 telefone do CADUSER entram como contatos
      *                 principais de trabalho.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0900).
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CTOSEL.
           COPY SEGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD CTOFILE.
           COPY CTOREC.

       FD SEGLOG.
           COPY SEGREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FIM                         PIC X.
        88 FIM-OK                        VALUE "S" FALSE "N".
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-USUARIO-OK                  PIC X.
        88 USUARIO-OK                    VALUE "S" FALSE "N".
       77 WS-QTD-CONTATOS                PIC 9(02).
       77 WS-MAIOR-SEQ                   PIC 9(02).
       77 WS-SEQ-ALVO                    PIC 9(02).
       77 WS-TIPO-ALVO                   PIC X(01).
       77 WS-CTO-TIPO                    PIC X(01).
        88 CTO-TIPO-VALIDO               VALUE "E" "T".
       77 WS-CTO-USO                     PIC X(01).
        88 CTO-USO-VALIDO                VALUE "T" "P" "E".
       77 WS-CTO-SITUACAO                PIC X(01).
        88 CTO-SITUACAO-VALIDA           VALUE "V" "D" "I".
       77 WS-CTO-VALOR                   PIC X(30).
       77 WS-CTO-REFERENCIA              PIC X(25).
       77 WS-CTO-PRINCIPAL               PIC X(01).
       77 WS-QTD-ARROBA                  PIC 9(02).
       77 WS-PHONE-TEXTO                 PIC X(12).
       77 WS-DATA-SISTEMA                PIC 9(08).

           COPY STATWRK.

           COPY MSGWK.

           COPY CADWRK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P420-CONTATOS: mainline - manutencao do CTOFILE exige a
      * permissao de CADASTRAR da matriz do operador logado, como o
      * cadastro complementar. Abre (ou cria) o CTOFILE e o CADUSER e
      * repete o menu ate finalizar.
      ******************************************************************
           P420-CONTATOS.

           MOVE "CADCONT"           TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CADASTRAR THEN
               MOVE 0901                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CADASTRAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           OPEN I-O CTOFILE
           IF WS-FS-CTOFILE EQUAL 35 THEN
               OPEN OUTPUT CTOFILE
               CLOSE CTOFILE
               OPEN I-O CTOFILE
           END-IF

           MOVE WS-FS-CTOFILE            TO WS-FS-CODIGO
           MOVE "CTOFILE"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           OPEN INPUT CADUSER

           MOVE WS-FS-CADUSER            TO WS-FS-CODIGO
           MOVE "CADUSER"                TO WS-FS-ARQUIVO
           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF FS-CTOFILE-OK AND FS-CADUSER-OK THEN
               SET FIM-OK TO FALSE
               PERFORM P421-MENU THRU P421-FIM UNTIL FIM-OK
           END-IF

           CLOSE CTOFILE
           CLOSE CADUSER
           GOBACK.
       P420-FIM.

           P421-MENU.

           DISPLAY "==================================================="
           MOVE 0902                     TO WS-MSG-NUMERO
           MOVE "CONTATOS DO USUARIO"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0903                     TO WS-MSG-NUMERO
           MOVE "<1> CONSULTAR CONTATOS" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0904                     TO WS-MSG-NUMERO
           MOVE "<2> INCLUIR CONTATO"    TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0905                     TO WS-MSG-NUMERO
           MOVE "<3> SITUACAO DE UM CONTATO (VALIDO/DEVOLVIDO/INATIVO)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0906                     TO WS-MSG-NUMERO
           MOVE "<4> TORNAR CONTATO PRINCIPAL" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0907                     TO WS-MSG-NUMERO
           MOVE "<F> FINALIZAR"          TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P422-PEDE-USUARIO THRU P422-FIM
               WHEN "2"
                   PERFORM P426-INCLUIR THRU P426-FIM
               WHEN "3"
                   PERFORM P427-SITUACAO THRU P427-FIM
               WHEN "4"
                   PERFORM P428-PRINCIPAL THRU P428-FIM
               WHEN "F"
                   SET FIM-OK TO TRUE
               WHEN OTHER
                   MOVE 0908             TO WS-MSG-NUMERO
                   MOVE "OPCAO INVALIDA" TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-EVALUATE.
       P421-FIM.

      ******************************************************************
      * P422-PEDE-USUARIO: toda opcao comeca pelo codigo - precisa
      * existir no CADUSER e o FD-DEPTO dele estar no escopo do
      * operador. Codigo ainda sem contatos recebe o email e o
      * telefone do cadastro como contatos principais de trabalho, e
      * a lista atual e exibida.
      ******************************************************************
           P422-PEDE-USUARIO.

           SET USUARIO-OK TO FALSE

           MOVE 0909                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-USER

           MOVE WS-CD-USER               TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0910                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P422-FIM
           END-READ

           MOVE FD-DEPTO                 TO WS-ESC-DEPTO
           MOVE WS-CD-USER               TO WS-ESC-CD-USER
           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P422-FIM
           END-IF

           SET USUARIO-OK TO TRUE
           MOVE 0911                     TO WS-MSG-NUMERO
           MOVE "USUARIO: &"             TO WS-MSG-TEXTO
           MOVE FD-NM                    TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           PERFORM P423-LISTA THRU P423-FIM

           IF WS-QTD-CONTATOS EQUAL ZERO THEN
               PERFORM P425-SEMEIA THRU P425-FIM
               PERFORM P423-LISTA THRU P423-FIM
           END-IF.
       P422-FIM.

      ******************************************************************
      * P423-LISTA: lista os contatos do codigo na ordem da sequencia
      * e guarda a maior sequencia usada, para a inclusao.
      ******************************************************************
           P423-LISTA.

           MOVE ZERO                     TO WS-QTD-CONTATOS
           MOVE ZERO                     TO WS-MAIOR-SEQ

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE ZERO                     TO CTO-SEQ
           SET EOF-OK TO FALSE

           START CTOFILE KEY IS NOT LESS CTO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P424-LER-CONTATO THRU P424-FIM UNTIL EOF-OK

           IF WS-QTD-CONTATOS EQUAL ZERO THEN
               MOVE 0912                 TO WS-MSG-NUMERO
               MOVE "SEM CONTATOS CADASTRADOS PARA ESTE CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P423-FIM.

           P424-LER-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL WS-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-CONTATOS
                   MOVE CTO-SEQ          TO WS-MAIOR-SEQ
                   MOVE 0913             TO WS-MSG-NUMERO
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
                       MOVE 0914         TO WS-MSG-NUMERO
                       MOVE "   REF: &"  TO WS-MSG-TEXTO
                       MOVE CTO-REFERENCIA TO WS-MSG-PARAM (1)
                       PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   END-IF
               END-IF
           END-READ.
       P424-FIM.

      ******************************************************************
      * P425-SEMEIA: primeira manutencao do codigo - o FD-EMAIL e o
      * FD-PHONE do CADUSER viram os contatos 01 e 02, principais, de
      * trabalho, validos. Assim o email do cadastro tambem pode ser
      * marcado como devolvido e ceder lugar a um secundario.
      ******************************************************************
           P425-SEMEIA.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF FD-EMAIL NOT EQUAL SPACES THEN
               MOVE WS-CD-USER           TO CTO-CD-USER
               MOVE 1                    TO CTO-SEQ
               SET CTO-TP-EMAIL TO TRUE
               SET CTO-USO-TRABALHO TO TRUE
               MOVE FD-EMAIL             TO CTO-VALOR
               MOVE "EMAIL DO CADASTRO"  TO CTO-REFERENCIA
               SET CTO-E-PRINCIPAL TO TRUE
               SET CTO-SIT-VALIDO TO TRUE
               MOVE WS-DATA-SISTEMA      TO CTO-DT-SITUACAO
               MOVE OPL-OPERADOR         TO CTO-OPERADOR
               WRITE REG-CONTATO
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF

           IF FD-PHONE NOT EQUAL ZERO THEN
               MOVE FD-PHONE             TO WS-PHONE-TEXTO
               MOVE WS-CD-USER           TO CTO-CD-USER
               MOVE 2                    TO CTO-SEQ
               SET CTO-TP-TELEFONE TO TRUE
               SET CTO-USO-TRABALHO TO TRUE
               MOVE WS-PHONE-TEXTO       TO CTO-VALOR
               MOVE "TELEFONE DO CADASTRO" TO CTO-REFERENCIA
               SET CTO-E-PRINCIPAL TO TRUE
               SET CTO-SIT-VALIDO TO TRUE
               MOVE WS-DATA-SISTEMA      TO CTO-DT-SITUACAO
               MOVE OPL-OPERADOR         TO CTO-OPERADOR
               WRITE REG-CONTATO
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF

           MOVE 0915                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "EMAIL E TELEFONE DO CADASTRO COPIADOS COMO CONTATOS "
                  "PRINCIPAIS"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM.
       P425-FIM.

      ******************************************************************
      * P426-INCLUIR: contato novo na proxima sequencia do codigo.
      * Email precisa ter um "@" so; contato marcado como principal
      * tira a marca dos demais do mesmo tipo.
      ******************************************************************
           P426-INCLUIR.

           PERFORM P422-PEDE-USUARIO THRU P422-FIM
           IF NOT USUARIO-OK THEN
               GO TO P426-FIM
           END-IF

           IF WS-MAIOR-SEQ EQUAL 99 THEN
               MOVE 0916                 TO WS-MSG-NUMERO
               MOVE "LIMITE DE 99 CONTATOS ATINGIDO PARA O CODIGO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P426-FIM
           END-IF

           MOVE 0917                     TO WS-MSG-NUMERO
           MOVE "TIPO: <E> EMAIL  <T> TELEFONE" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CTO-TIPO
           IF NOT CTO-TIPO-VALIDO THEN
               MOVE 0918                 TO WS-MSG-NUMERO
               MOVE "TIPO INVALIDO, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P426-FIM
           END-IF

           MOVE 0919                     TO WS-MSG-NUMERO
           MOVE "USO: <T> TRABALHO  <P> PESSOAL  <E> EMERGENCIA"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CTO-USO
           IF NOT CTO-USO-VALIDO THEN
               MOVE 0920                 TO WS-MSG-NUMERO
               MOVE "USO INVALIDO, NADA FOI GRAVADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P426-FIM
           END-IF

           MOVE 0921                     TO WS-MSG-NUMERO
           MOVE "EMAIL OU TELEFONE"      TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CTO-VALOR
           IF WS-CTO-VALOR EQUAL SPACES THEN
               MOVE 0922                 TO WS-MSG-NUMERO
               MOVE "CONTATO EM BRANCO, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P426-FIM
           END-IF

           IF WS-CTO-TIPO EQUAL "E" THEN
               MOVE ZERO                 TO WS-QTD-ARROBA
               INSPECT WS-CTO-VALOR TALLYING WS-QTD-ARROBA
                       FOR ALL "@"
               IF WS-QTD-ARROBA NOT EQUAL 1 THEN
                   MOVE 0923             TO WS-MSG-NUMERO
                   MOVE "EMAIL INVALIDO, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   GO TO P426-FIM
               END-IF
           END-IF

           IF WS-CTO-USO EQUAL "E" THEN
               MOVE 0924                 TO WS-MSG-NUMERO
               MOVE "NOME DA PESSOA A AVISAR" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 0925                 TO WS-MSG-NUMERO
               MOVE "REFERENCIA (RAMAL, OBSERVACAO - OPCIONAL)"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           ACCEPT WS-CTO-REFERENCIA

           MOVE 0926                     TO WS-MSG-NUMERO
           MOVE "CONTATO PRINCIPAL DO TIPO? <S/N>" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CTO-PRINCIPAL

           COMPUTE WS-SEQ-ALVO = WS-MAIOR-SEQ + 1

           IF WS-CTO-PRINCIPAL EQUAL "S" THEN
               MOVE WS-CTO-TIPO          TO WS-TIPO-ALVO
               PERFORM P429-LIMPA-PRINCIPAL THRU P429-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE WS-SEQ-ALVO              TO CTO-SEQ
           MOVE WS-CTO-TIPO              TO CTO-TIPO
           MOVE WS-CTO-USO               TO CTO-USO
           MOVE WS-CTO-VALOR             TO CTO-VALOR
           MOVE WS-CTO-REFERENCIA        TO CTO-REFERENCIA
           IF WS-CTO-PRINCIPAL EQUAL "S" THEN
               SET CTO-E-PRINCIPAL TO TRUE
           ELSE
               SET CTO-E-PRINCIPAL TO FALSE
           END-IF
           SET CTO-SIT-VALIDO TO TRUE
           MOVE WS-DATA-SISTEMA          TO CTO-DT-SITUACAO
           MOVE OPL-OPERADOR             TO CTO-OPERADOR

           WRITE REG-CONTATO
           INVALID KEY
               MOVE 0927                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR O CONTATO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-CTOFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 0928                 TO WS-MSG-NUMERO
               MOVE "CONTATO & INCLUIDO" TO WS-MSG-TEXTO
               MOVE WS-SEQ-ALVO          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-WRITE.
       P426-FIM.

      ******************************************************************
      * P427-SITUACAO: troca a situacao de um contato - <D> devolvido
      * para o email que voltou ou o telefone que nao atende, <I>
      * inativo para o que deixou de existir, <V> de volta a valido.
      ******************************************************************
           P427-SITUACAO.

           PERFORM P422-PEDE-USUARIO THRU P422-FIM
           IF NOT USUARIO-OK THEN
               GO TO P427-FIM
           END-IF

           MOVE 0929                     TO WS-MSG-NUMERO
           MOVE "SEQUENCIA DO CONTATO"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-SEQ-ALVO

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE WS-SEQ-ALVO              TO CTO-SEQ
           READ CTOFILE
           INVALID KEY
               MOVE 0930                 TO WS-MSG-NUMERO
               MOVE "CONTATO NAO ENCONTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P427-FIM
           END-READ

           MOVE 0931                     TO WS-MSG-NUMERO
           MOVE "CONTATO: & SITUACAO ATUAL: &" TO WS-MSG-TEXTO
           MOVE CTO-VALOR                TO WS-MSG-PARAM (1)
           MOVE CTO-SITUACAO             TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0932                     TO WS-MSG-NUMERO
           MOVE "<V> VALIDO  <D> DEVOLVIDO  <I> INATIVO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CTO-SITUACAO
           IF NOT CTO-SITUACAO-VALIDA THEN
               MOVE 0933                 TO WS-MSG-NUMERO
               MOVE "SITUACAO INVALIDA, NADA FOI GRAVADO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P427-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-CTO-SITUACAO          TO CTO-SITUACAO
           MOVE WS-DATA-SISTEMA          TO CTO-DT-SITUACAO
           MOVE OPL-OPERADOR             TO CTO-OPERADOR

           REWRITE REG-CONTATO
           INVALID KEY
               MOVE 0934                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR A SITUACAO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-CTOFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P427-FIM
           END-REWRITE

           MOVE 0935                     TO WS-MSG-NUMERO
           MOVE "SITUACAO DO CONTATO ATUALIZADA" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           IF CTO-E-PRINCIPAL AND NOT CTO-SIT-VALIDO AND
              CTO-TP-EMAIL THEN
               MOVE 0936                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "EMAIL PRINCIPAL FORA DE USO - AS NOTIFICACOES "
                      "VAO PARA O PROXIMO EMAIL VALIDO"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P427-FIM.

      ******************************************************************
      * P428-PRINCIPAL: torna um contato valido o principal do seu
      * tipo, tirando a marca do principal anterior.
      ******************************************************************
           P428-PRINCIPAL.

           PERFORM P422-PEDE-USUARIO THRU P422-FIM
           IF NOT USUARIO-OK THEN
               GO TO P428-FIM
           END-IF

           MOVE 0929                     TO WS-MSG-NUMERO
           MOVE "SEQUENCIA DO CONTATO"   TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-SEQ-ALVO

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE WS-SEQ-ALVO              TO CTO-SEQ
           READ CTOFILE
           INVALID KEY
               MOVE 0930                 TO WS-MSG-NUMERO
               MOVE "CONTATO NAO ENCONTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P428-FIM
           END-READ

           IF NOT CTO-SIT-VALIDO THEN
               MOVE 0937                 TO WS-MSG-NUMERO
               MOVE "SO CONTATO VALIDO PODE SER PRINCIPAL"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P428-FIM
           END-IF

           MOVE CTO-TIPO                 TO WS-TIPO-ALVO
           PERFORM P429-LIMPA-PRINCIPAL THRU P429-FIM

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE WS-SEQ-ALVO              TO CTO-SEQ
           READ CTOFILE
           INVALID KEY
               MOVE 0930                 TO WS-MSG-NUMERO
               MOVE "CONTATO NAO ENCONTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P428-FIM
           END-READ

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           SET CTO-E-PRINCIPAL TO TRUE
           MOVE WS-DATA-SISTEMA          TO CTO-DT-SITUACAO
           MOVE OPL-OPERADOR             TO CTO-OPERADOR

           REWRITE REG-CONTATO
           INVALID KEY
               MOVE 0927                 TO WS-MSG-NUMERO
               MOVE "FALHA AO GRAVAR O CONTATO, FS=&" TO WS-MSG-TEXTO
               MOVE WS-FS-CTOFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 0938                 TO WS-MSG-NUMERO
               MOVE "CONTATO & AGORA E O PRINCIPAL" TO WS-MSG-TEXTO
               MOVE WS-SEQ-ALVO          TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-REWRITE.
       P428-FIM.

      ******************************************************************
      * P429-LIMPA-PRINCIPAL: tira a marca de principal de todos os
      * contatos do codigo do tipo WS-TIPO-ALVO, menos o da sequencia
      * WS-SEQ-ALVO - um principal so por tipo.
      ******************************************************************
           P429-LIMPA-PRINCIPAL.

           MOVE WS-CD-USER               TO CTO-CD-USER
           MOVE ZERO                     TO CTO-SEQ
           SET EOF-OK TO FALSE

           START CTOFILE KEY IS NOT LESS CTO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           END-START

           PERFORM P431-LER-LIMPA THRU P431-FIM UNTIL EOF-OK.
       P429-FIM.

           P431-LER-LIMPA.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL WS-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF CTO-TIPO EQUAL WS-TIPO-ALVO AND
                      CTO-E-PRINCIPAL AND
                      CTO-SEQ NOT EQUAL WS-SEQ-ALVO THEN
                       SET CTO-E-PRINCIPAL TO FALSE
                       REWRITE REG-CONTATO
                   END-IF
               END-IF
           END-READ.
       P431-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.
       END PROGRAM CADCONT.
