      *                 fica como esta. A propria eliminacao vira uma
      *                 linha LGPD no AUDLOG e um evento no SEGLOG,
      *                 com a data e o operador que autorizou.
      * 15/10/26 GERO - Os contatos do titular no CTOFILE (CADCONT)
      *                 tambem sao neutralizados: valor e referencia
      *                 anonimos, situacao inativa.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0300); o numero tambem vai para o SEGLOG.
      * 15/10/26 GERO - O REWRITE do titular grava a imagem antes/depois
      *                 no jornal JRNUSER (rotina JRNGRV) e as linhas do
      *                 titular no jornal tambem sao anonimizadas
      *                 (P616), regravadas pelo WRKPURG.
      * 15/10/26 GERO - A regravacao anonimizada do AUDLOG recalcula o
      *                 elo de integridade encadeado das linhas mudadas
      *                 e das seguintes (P953/P954 da AUDELO), sem
      *                 esconder quebra que a cadeia ja tivesse; a linha
      *                 LGPD da eliminacao sai encadeada como as demais.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV tambem
      *                 levam o elo encadeado.
      * 15/10/26 GERO - As tentativas de entrada do titular no jornal
      *                 LGNLOG (VALIDUSER e SENHUSER) tambem ficam com o
      *                 email neutro (P619), regravadas pelo WRKPURG.
      * 15/10/26 GERO - As cartas do titular devolvidas pelo correio
      *                 (DEVHIST, gravado pelo INTFCORR) tambem ficam
      *                 com o endereco neutro (P622).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONUSER.
       FILE-CONTROL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY CTOSEL.
           COPY ENDSEL.
           COPY DVHSEL.
           COPY HISTSEL.
           COPY CPHSEL.
           COPY AUDSEL.
           COPY PENSEL.
           COPY WPGSEL.
           COPY SEGSEL.
           COPY JRNSEL.
           COPY LGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CPLFILE.
           COPY CPLREC.

       FD CTOFILE.
           COPY CTOREC.

       FD ENDHIST.
           COPY ENDREC.

       FD DEVHIST.
           COPY DVHREC.

       FD CADHIST.
           COPY HISTREC.

       FD SEGLOG.
           COPY SEGREC.

       FD JRNUSER.
           COPY JRNREC.

       FD LGNLOG.
           COPY LGNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-ENDHIST                  PIC 99.
        88 FS-ENDHIST-OK                 VALUE 0.
       77 WS-FS-DEVHIST                  PIC 99.
        88 FS-DEVHIST-OK                 VALUE 0.
       77 WS-FS-CADHIST                  PIC 99.
        88 FS-CADHIST-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-PENFILE-OK                 VALUE 0.
       77 WS-FS-WRKPURG                  PIC 99.
        88 FS-WRKPURG-OK                 VALUE 0.
       77 WS-FS-LGNLOG                   PIC 99.
        88 FS-LGNLOG-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-END-EOF                     PIC X.
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP-ALTERACAO             PIC 9(14).
       77 WS-EMAIL-ANONIMO               PIC X(30).
       77 WS-EMAIL-ORIGINAL              PIC X(30).
       77 WS-QTD-TOCADOS                 PIC 9(06).

           COPY STATWRK.

           COPY MSGWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
           P595-ANONIMIZAR.

           MOVE "ANONUSER"          TO WS-FS-PROGRAMA
           MOVE "ANONUSER"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF OPL-ROLE NOT EQUAL "MASTER" THEN
               MOVE 0301                 TO WS-MSG-NUMERO
               MOVE "SOMENTE MASTER EXECUTA ANONIMIZACAO LGPD"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           MOVE 0302                     TO WS-MSG-NUMERO
           MOVE "DIGITE O CODIGO DO TITULAR A ANONIMIZAR"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CD-ALVO

           OPEN I-O CADUSER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE 0303                 TO WS-MSG-NUMERO
               MOVE "CODIGO NAO ENCONTRADO NO CADUSER" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-READ

           MOVE 0304                     TO WS-MSG-NUMERO
           MOVE "TITULAR: & STATUS: &"   TO WS-MSG-TEXTO
           MOVE FD-NM                    TO WS-MSG-PARAM (1)
           MOVE FD-STATUS                TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0305                     TO WS-MSG-NUMERO
           MOVE "A ANONIMIZACAO E IRREVERSIVEL. CONFIRMA? <S/N>"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM NOT EQUAL "S" THEN
               MOVE 0306                 TO WS-MSG-NUMERO
               MOVE "ANONIMIZACAO CANCELADA" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GOBACK
           END-IF
                  INTO WS-EMAIL-ANONIMO
           END-STRING

           MOVE FD-EMAIL                 TO WS-EMAIL-ORIGINAL
           PERFORM P596-ANONIMIZA-CADUSER THRU P596-FIM
           CLOSE CADUSER

           PERFORM P597-ANONIMIZA-CPLFILE THRU P597-FIM
           PERFORM P614-ANONIMIZA-CTOFILE THRU P614-FIM
           PERFORM P598-ANONIMIZA-ENDHIST THRU P598-FIM
           PERFORM P622-ANONIMIZA-DEVHIST THRU P622-FIM
           PERFORM P601-ANONIMIZA-CADHIST THRU P601-FIM
           PERFORM P604-ANONIMIZA-CPLHIST THRU P604-FIM
           PERFORM P607-ANONIMIZA-AUDLOG THRU P607-FIM
           PERFORM P616-ANONIMIZA-JRNUSER THRU P616-FIM
           PERFORM P619-ANONIMIZA-LGNLOG THRU P619-FIM
           PERFORM P611-ANONIMIZA-PENFILE THRU P611-FIM

           PERFORM P613-REGISTRA-ELIMINACAO THRU P613-FIM

           MOVE 0307                     TO WS-MSG-NUMERO
           MOVE "ANONIMIZACAO DO TITULAR & CONCLUIDA" TO WS-MSG-TEXTO
           MOVE WS-CD-ALVO               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           GOBACK.
       P595-FIM.
      ******************************************************************
           P596-ANONIMIZA-CADUSER.

           MOVE REG-USER                  TO WS-JRN-ANTES
           MOVE "TITULAR ANONIMIZADO"     TO FD-NM
           MOVE WS-EMAIL-ANONIMO          TO FD-EMAIL
           MOVE ZEROS                     TO FD-PHONE
           MOVE SPACES                    TO FD-PASSWORD
           MOVE WS-STAMP-ALTERACAO        TO FD-DT-ALTERACAO

           REWRITE REG-USER
           MOVE "A"                       TO WS-JRN-TIPO
           PERFORM P973-GRAVA-JORNAL THRU P973-FIM.
       P596-FIM.

      ******************************************************************
           CLOSE CPLFILE.
       P597-FIM.

      ******************************************************************
      * P614-ANONIMIZA-CTOFILE: todos os contatos do titular ficam no
      * arquivo com o valor e a referencia neutros e a situacao
      * inativa - nenhum batch volta a usar um contato anonimizado.
      ******************************************************************
           P614-ANONIMIZA-CTOFILE.

           OPEN I-O CTOFILE
           IF NOT FS-CTOFILE-OK THEN
               GO TO P614-FIM
           END-IF

           MOVE WS-CD-ALVO               TO CTO-CD-USER
           MOVE ZERO                     TO CTO-SEQ
           SET EOF-OK TO FALSE

           START CTOFILE KEY IS NOT LESS CTO-CHAVE
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P615-LIMPA-CONTATO THRU P615-FIM UNTIL EOF-OK
           END-START

           CLOSE CTOFILE.
       P614-FIM.

           P615-LIMPA-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL WS-CD-ALVO THEN
                   SET EOF-OK TO TRUE
               ELSE
                   MOVE "ANONIMIZADO"    TO CTO-VALOR
                   MOVE SPACES           TO CTO-REFERENCIA
                   SET CTO-E-PRINCIPAL TO FALSE
                   SET CTO-SIT-INATIVO TO TRUE
                   MOVE WS-DATA-SISTEMA  TO CTO-DT-SITUACAO
                   MOVE OPL-OPERADOR     TO CTO-OPERADOR
                   REWRITE REG-CONTATO
               END-IF
           END-READ.
       P615-FIM.

      ******************************************************************
      * P598-ANONIMIZA-ENDHIST: todos os enderecos historicos do
      * titular ficam neutros, com as chaves e vigencias preservadas.
      * P607-ANONIMIZA-AUDLOG: os valores anterior e novo das linhas
      * do titular viram ANONIMIZADO - campo, operador e data ficam,
      * entao a trilha continua mostrando QUE algo mudou e QUEM
      * mudou, so nao mais o dado pessoal em si. O elo de integridade
      * e recalculado da primeira linha mudada em diante (P953/P954 da
      * AUDELO), sem apagar quebra que a cadeia ja tivesse.
      ******************************************************************
           P607-ANONIMIZA-AUDLOG.


           OPEN OUTPUT WRKPURG

           MOVE ZERO                     TO WS-ELO-ORIGINAL
           MOVE ZERO                     TO WS-ELO-ULTIMO

           SET EOF-OK TO FALSE
           PERFORM P608-LE-AUDLOG THRU P608-FIM UNTIL EOF-OK

           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P953-CONFERE-ORIGINAL THRU P953-FIM
               IF AUD-CD-USER EQUAL WS-CD-ALVO THEN
                   MOVE "ANONIMIZADO"    TO AUD-VALOR-ANT
                   MOVE "ANONIMIZADO"    TO AUD-VALOR-NOVO
               END-IF
               PERFORM P954-RESELA-AUDLOG THRU P954-FIM
               MOVE SPACES               TO REG-WRK-PURGA
               MOVE REG-AUDIT            TO REG-WRK-PURGA
               WRITE REG-WRK-PURGA
           END-READ.
       P609-FIM.

      ******************************************************************
      * P616-ANONIMIZA-JRNUSER: as imagens antes/depois do titular no
      * jornal de recuperacao (inclusive a da propria anonimizacao,
      * gravada agora ha pouco) recebem os mesmos valores neutros do
      * P596 - uma reaplicacao do jornal termina com o registro
      * anonimizado e sem o dado pessoal em nenhuma linha.
      ******************************************************************
           P616-ANONIMIZA-JRNUSER.

           OPEN INPUT JRNUSER
           IF NOT FS-JRNUSER-OK THEN
               GO TO P616-FIM
           END-IF

           OPEN OUTPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P617-LE-JRNUSER THRU P617-FIM UNTIL EOF-OK

           CLOSE JRNUSER
           CLOSE WRKPURG

           OPEN OUTPUT JRNUSER
           OPEN INPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P618-REGRAVA-JRNUSER THRU P618-FIM UNTIL EOF-OK

           CLOSE JRNUSER
           CLOSE WRKPURG.
       P616-FIM.

           P617-LE-JRNUSER.

           READ JRNUSER
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF JRN-CD-USER EQUAL WS-CD-ALVO THEN
                   IF JRN-ANTES NOT EQUAL SPACES THEN
                       MOVE "TITULAR ANONIMIZADO" TO JRN-ANT-NM
                       MOVE WS-EMAIL-ANONIMO     TO JRN-ANT-EMAIL
                       MOVE ZEROS                TO JRN-ANT-PHONE
                       MOVE SPACES               TO JRN-ANT-PASSWORD
                   END-IF
                   IF JRN-DEPOIS NOT EQUAL SPACES THEN
                       MOVE "TITULAR ANONIMIZADO" TO JRN-DEP-NM
                       MOVE WS-EMAIL-ANONIMO     TO JRN-DEP-EMAIL
                       MOVE ZEROS                TO JRN-DEP-PHONE
                       MOVE SPACES               TO JRN-DEP-PASSWORD
                   END-IF
               END-IF
               MOVE SPACES               TO REG-WRK-PURGA
               MOVE REG-JORNAL           TO REG-WRK-PURGA
               WRITE REG-WRK-PURGA
           END-READ.
       P617-FIM.

           P618-REGRAVA-JRNUSER.

           READ WRKPURG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-WRK-PURGA        TO REG-JORNAL
               WRITE REG-JORNAL
           END-READ.
       P618-FIM.

      ******************************************************************
      * P619-ANONIMIZA-LGNLOG: as tentativas de entrada do titular no
      * jornal LGNLOG - pelo codigo ou, nas recusadas por email nao
      * cadastrado, pelo email original - ficam com o email neutro do
      * P596; codigo, funcao, retorno e carimbo seguem como estao e o
      * RELENTRA continua contando. Regravado pelo WRKPURG.
      ******************************************************************
           P619-ANONIMIZA-LGNLOG.

           OPEN INPUT LGNLOG
           IF NOT FS-LGNLOG-OK THEN
               GO TO P619-FIM
           END-IF

           OPEN OUTPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P620-LE-LGNLOG THRU P620-FIM UNTIL EOF-OK

           CLOSE LGNLOG
           CLOSE WRKPURG

           OPEN OUTPUT LGNLOG
           OPEN INPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P621-REGRAVA-LGNLOG THRU P621-FIM UNTIL EOF-OK

           CLOSE LGNLOG
           CLOSE WRKPURG.
       P619-FIM.

           P620-LE-LGNLOG.

           READ LGNLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF LGN-CD-USER EQUAL WS-CD-ALVO OR
                  LGN-EMAIL EQUAL WS-EMAIL-ORIGINAL THEN
                   MOVE WS-EMAIL-ANONIMO TO LGN-EMAIL
               END-IF
               MOVE SPACES               TO REG-WRK-PURGA
               MOVE REG-ENTRADA          TO REG-WRK-PURGA
               WRITE REG-WRK-PURGA
           END-READ.
       P620-FIM.

           P621-REGRAVA-LGNLOG.

           READ WRKPURG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-WRK-PURGA        TO REG-ENTRADA
               WRITE REG-ENTRADA
           END-READ.
       P621-FIM.

      ******************************************************************
      * P622-ANONIMIZA-DEVHIST: as cartas do titular devolvidas pelo
      * correio guardam a copia do endereco - fica neutra como no
      * ENDHIST, com chave, datas e motivo preservados.
      ******************************************************************
           P622-ANONIMIZA-DEVHIST.

           OPEN I-O DEVHIST
           IF NOT FS-DEVHIST-OK THEN
               GO TO P622-FIM
           END-IF

           MOVE WS-CD-ALVO               TO DVH-CD-USER
           MOVE ZERO                     TO DVH-DT-DEVOLUCAO
           MOVE LOW-VALUES               TO DVH-REFERENCIA
           SET END-EOF-OK TO FALSE

           START DEVHIST KEY IS NOT LESS DVH-CHAVE
           INVALID KEY
               SET END-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P623-LIMPA-DEVOLUCAO THRU P623-FIM
                       UNTIL END-EOF-OK
           END-START

           CLOSE DEVHIST.
       P622-FIM.

           P623-LIMPA-DEVOLUCAO.

           READ DEVHIST NEXT
           AT END
               SET END-EOF-OK TO TRUE
           NOT AT END
               IF DVH-CD-USER NOT EQUAL WS-CD-ALVO THEN
                   SET END-EOF-OK TO TRUE
               ELSE
                   MOVE "ANONIMIZADO"    TO DVH-LOGRADOURO
                   MOVE SPACES           TO DVH-NUMERO
                   MOVE "ANONIMIZADA"    TO DVH-CIDADE
                   MOVE SPACES           TO DVH-UF
                   MOVE ZEROS            TO DVH-CEP
                   REWRITE REG-DEV-HIST
               END-IF
           END-READ.
       P623-FIM.

      ******************************************************************
      * P611-ANONIMIZA-PENFILE: pedidos de aprovacao do titular (de
      * qualquer situacao) tambem carregam email e telefone nos
      ******************************************************************
           P613-REGISTRA-ELIMINACAO.

           PERFORM P946-ULTIMO-ELO-AUDLOG THRU P946-FIM
           OPEN EXTEND AUDLOG
           IF WS-FS-AUDLOG EQUAL 35 THEN
               OPEN OUTPUT AUDLOG
           MOVE OPL-OPERADOR             TO AUD-OPERADOR
           MOVE OPL-ROLE                 TO AUD-ROLE-OP
           MOVE WS-STAMP-ALTERACAO       TO AUD-DATA-HORA
           PERFORM P949-SELA-AUDLOG THRU P949-FIM
           WRITE REG-AUDIT

           CLOSE AUDLOG
           MOVE OPL-OPERADOR             TO WS-SEG-OPERADOR
           MOVE "ANONUSER"               TO WS-SEG-PROGRAMA
           MOVE "ANONIMIZACAO LGPD"      TO WS-SEG-EVENTO
           MOVE WS-MSG-NUMERO            TO WS-SEG-MSG-NUMERO
           PERFORM P965-GRAVA-SEGLOG THRU P965-FIM.
       P613-FIM.

           COPY AUDELO.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY JRNGRV.
       END PROGRAM ANONUSER.
