      *                 mostra o vinculo nas duas pontas) e tudo sai
      *                 no AUDLOG em nome de quem confirmou. Tudo sob
      *                 as travas de edicao dos dois codigos.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 2000).
      * 15/10/26 GERO - Complemento transferido ao sobrevivente e
      *                 recifrado para o codigo novo (a cifra do CPF e
      *                 do nascimento depende do CD-USER, rotina
      *                 CRPCIF); o arquivamento no CPLHIST leva a versao
      *                 da chave.
      * 15/10/26 GERO - A inativacao do perdedor grava a imagem
      *                 antes/depois do REG-USER no jornal de
      *                 recuperacao JRNUSER (rotina JRNGRV), para o
      *                 REAPUSER reaplicar em cima do ultimo BKPUSER.
      * 15/10/26 GERO - As linhas gravadas no AUDLOG levam o elo de
      *                 integridade encadeado (rotina AUDELO): o elo da
      *                 ultima linha e lido antes do OPEN EXTEND e cada
      *                 linha nova e ligada a anterior, para o VERELOG
      *                 apontar linha alterada, apagada ou fora de
      *                 ordem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDUSER.
           COPY XRFSEL.
           COPY SEQSEL.
           COPY LCKSEL.
           COPY CHVSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LCKFILE.
           COPY LCKREC.

       FD CHVFILE.
           COPY CHVREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.

           COPY STATWRK.

           COPY ELOWK.

           COPY MSGWK.

           COPY LCKWRK.

           COPY CADWRK.

           COPY CRPWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
           P680-FUNDIR.

           MOVE "FUNDUSER"          TO WS-FS-PROGRAMA
           MOVE "FUNDUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-EXCLUIR THEN
               MOVE 2001                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA FUNDIR: &" TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 2002                     TO WS-MSG-NUMERO
           MOVE "CODIGO DO CADASTRO SOBREVIVENTE" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-SOBREVIVE
           MOVE 2003                     TO WS-MSG-NUMERO
           MOVE "CODIGO DO CADASTRO PERDEDOR" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-PERDEDOR

           IF WS-CD-SOBREVIVE EQUAL WS-CD-PERDEDOR THEN
               MOVE 2004                 TO WS-MSG-NUMERO
               MOVE "OS DOIS CODIGOS SAO O MESMO, NADA A FUNDIR"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 2005                 TO WS-MSG-NUMERO
               MOVE "SOBREVIVENTE NAO ENCONTRADO NO CADUSER"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-READ
           READ CADUSER INTO CAD-USER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 2006                 TO WS-MSG-NUMERO
               MOVE "PERDEDOR NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-READ
           MOVE WS-NM                    TO WS-NM-PERDEDOR

           IF NOT WS-ST-ATIVO THEN
               MOVE 2007                 TO WS-MSG-NUMERO
               MOVE "PERDEDOR JA ESTA INATIVO, NADA A FUNDIR"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF

           MOVE 2008                     TO WS-MSG-NUMERO
           MOVE "SOBREVIVENTE: & &"      TO WS-MSG-TEXTO
           MOVE WS-CD-SOBREVIVE          TO WS-MSG-PARAM (1)
           MOVE WS-NM-SOBREVIVE          TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2009                     TO WS-MSG-NUMERO
           MOVE "PERDEDOR    : & &"      TO WS-MSG-TEXTO
           MOVE WS-CD-PERDEDOR           TO WS-MSG-PARAM (1)
           MOVE WS-NM-PERDEDOR           TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 2010                     TO WS-MSG-NUMERO
           MOVE "CONFIRMA A FUSAO? O PERDEDOR SERA INATIVADO <S/N>"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL "S" THEN
               MOVE 2011                 TO WS-MSG-NUMERO
               MOVE "FUSAO CANCELADA"    TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF
           END-IF

           IF NOT TRAVA-OK OR NOT TRAVA-SOBRE-OK THEN
               MOVE 2012                 TO WS-MSG-NUMERO
               MOVE "NAO FOI POSSIVEL TRAVAR OS DOIS CADASTROS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               PERFORM P689-SOLTA-TRAVAS THRU P689-FIM
               CLOSE CADUSER
               GOBACK

           CLOSE CADUSER

           MOVE 2013                     TO WS-MSG-NUMERO
           MOVE "FUSAO CONCLUIDA: & FUNDIDO EM &" TO WS-MSG-TEXTO
           MOVE WS-CD-PERDEDOR           TO WS-MSG-PARAM (1)
           MOVE WS-CD-SOBREVIVE          TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           GOBACK.
       P680-FIM.
           PERFORM P682-ARQUIVA-COMPL THRU P682-FIM

           IF NOT SOBRE-TEM-CPL THEN
               PERFORM P687-RECIFRA-COMPL THRU P687-FIM
               IF NOT CRP-OK THEN
                   MOVE 2018             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "CHAVE DE CIFRA INDISPONIVEL, DADOS "
                          "COMPLEMENTARES DO PERDEDOR NAO TRANSFERIDOS"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
                   CLOSE CPLFILE
                   GO TO P681-FIM
               END-IF
               MOVE WS-CD-SOBREVIVE      TO CPL-CD-USER
               WRITE REG-COMPL
               MOVE WS-CD-PERDEDOR       TO CPL-CD-USER
               NOT INVALID KEY
                   DELETE CPLFILE RECORD
               END-READ
               MOVE 2014                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "DADOS COMPLEMENTARES TRANSFERIDOS PARA O "
                      "SOBREVIVENTE"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ELSE
               MOVE 2015                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "SOBREVIVENTE JA TEM DADOS COMPLEMENTARES, OS DO "
                      "PERDEDOR FICARAM ARQUIVADOS"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF

           CLOSE CPLFILE.
       P681-FIM.

      ******************************************************************
      * P687-RECIFRA-COMPL: a cifra do CPF e do nascimento depende do
      * CD-USER, entao o complemento que muda de dono e decifrado com
      * o codigo do perdedor e cifrado de novo com o do sobrevivente
      * (na chave atual), so em memoria, antes da gravacao.
      ******************************************************************
           P687-RECIFRA-COMPL.

           MOVE CPL-CD-USER              TO WS-CRP-CD-USER
           MOVE CPL-CHAVE-VERSAO         TO WS-CRP-VERSAO
           MOVE CPL-CPF                  TO WS-CRP-CPF
           MOVE CPL-DT-NASCIMENTO        TO WS-CRP-NASC
           PERFORM P918-DECIFRA-COMPL THRU P918-FIM
           IF NOT CRP-OK THEN
               GO TO P687-FIM
           END-IF

           MOVE WS-CD-SOBREVIVE          TO WS-CRP-CD-USER
           PERFORM P917-CIFRA-COMPL THRU P917-FIM
           IF NOT CRP-OK THEN
               GO TO P687-FIM
           END-IF

           MOVE WS-CRP-CPF               TO CPL-CPF
           MOVE WS-CRP-NASC              TO CPL-DT-NASCIMENTO
           MOVE WS-CRP-VERSAO            TO CPL-CHAVE-VERSAO.
       P687-FIM.

      ******************************************************************
      * P682-ARQUIVA-COMPL: copia o REG-COMPL do perdedor (ja lido)
      * para o CPLHIST com o carimbo da fusao - o retrato da epoca
           MOVE CPL-CEP                   TO CPH-CEP
           MOVE CPL-CPF                   TO CPH-CPF
           MOVE CPL-DT-NASCIMENTO         TO CPH-DT-NASCIMENTO
           MOVE CPL-CHAVE-VERSAO          TO CPH-CHAVE-VERSAO
           MOVE WS-STAMP-ALTERACAO        TO CPH-DATA-HORA

           WRITE REG-COMPL-HIST
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 2016                 TO WS-MSG-NUMERO
               MOVE "PERDEDOR SUMIU NO MEIO DA FUSAO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P683-FIM
           END-READ

           MOVE REG-USER                  TO WS-JRN-ANTES
           SET FD-ST-INATIVO TO TRUE
           MOVE WS-STAMP-ALTERACAO        TO FD-DT-ALTERACAO
           REWRITE REG-USER
           MOVE "A"                       TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM

           OPEN EXTEND CADHIST
           IF WS-FS-CADHIST EQUAL 35 THEN
           END-IF

           IF NOT FS-XREFILE-OK THEN
               MOVE 2017                 TO WS-MSG-NUMERO
               MOVE "XREFILE INDISPONIVEL, VINCULO NAO GRAVADO, FS=&"
                                         TO WS-MSG-TEXTO
               MOVE WS-FS-XREFILE        TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P685-FIM
           END-IF

      ******************************************************************
           P686-GRAVA-AUDITORIA.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE OPL-OPERADOR             TO AUD-OPERADOR
           MOVE OPL-ROLE                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           MOVE WS-CD-PERDEDOR           TO AUD-CD-USER
           MOVE OPL-OPERADOR             TO AUD-OPERADOR
           MOVE OPL-ROLE                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           CLOSE AUDLOG.
           END-IF.
       P689-FIM.

           COPY AUDELO.

           COPY ELOCALC.

           COPY STATCHK.

           COPY MSGMOS.

           COPY LCKTRV.

           COPY CRPCIF.

           COPY JRNGRV.
       END PROGRAM FUNDUSER.
