      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CARTA DE RESPOSTA AO PEDIDO DE
      *         ACESSO DO TITULAR (LGPD)
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: carta de resposta a um pedido de
      *                 acesso do LGPFILE (CADLGPD), impressa no LGCREL
      *                 com tudo o que o sistema guarda sobre o titular:
      *                 o cadastro do CADUSER (sem a senha), o
      *                 complementar do CPLFILE com os enderecos
      *                 anteriores do ENDHIST, os contatos do CTOFILE,
      *                 as alteracoes do AUDLOG e os arquivamentos do
      *                 CADHIST - atuais e dos arquivos mortos
      *                 AUDARC/HISARC das datas de expurgo informadas -
      *                 e as linhas do ACSLOG com os operadores que
      *                 consultaram os dados. A emissao da carta fica
      *                 ela mesma registrada no ACSLOG (tipo LGPD).
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 1300).
      * 15/10/26 GERO - CPF e nascimento do titular decifrados do
      *                 CPLFILE (rotina CRPCIF) so para a linha da
      *                 carta; chave indisponivel sai como aviso na
      *                 carta, sem os valores.
      * 15/10/26 GERO - Os eventos gravados no SEGLOG pela SEGGRV levam
      *                 o elo de integridade encadeado com a linha
      *                 anterior (COPY ELOWK e ELOCALC).
      * 15/10/26 GERO - As cartas devolvidas pelo correio guardadas no
      *                 DEVHIST (INTFCORR) entram na carta, logo depois
      *                 dos enderecos anteriores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTLGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LGPSEL.
           COPY CADSEL.
           COPY CPLSEL.
           COPY ENDSEL.
           COPY DVHSEL.
           COPY CTOSEL.
           COPY AARSEL.
           COPY HARSEL.
           COPY ACSSEL.
           COPY LGCSEL.
           COPY SEGSEL.
           COPY CHVSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LGPFILE.
           COPY LGPREC.

       FD CADUSER.
           COPY CADREC.

       FD CPLFILE.
           COPY CPLREC.

       FD ENDHIST.
           COPY ENDREC.

       FD DEVHIST.
           COPY DVHREC.

       FD CTOFILE.
           COPY CTOREC.

       FD AUDARC.
           COPY AARREC.

       FD HISARC.
           COPY HARREC.

       FD ACSLOG.
           COPY ACSREC.

       FD LGCREL.
           COPY LGCREC.

       FD SEGLOG.
           COPY SEGREC.

       FD CHVFILE.
           COPY CHVREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-LGPFILE                  PIC 99.
        88 FS-LGPFILE-OK                 VALUE 0.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-ENDHIST                  PIC 99.
        88 FS-ENDHIST-OK                 VALUE 0.
       77 WS-FS-DEVHIST                  PIC 99.
        88 FS-DEVHIST-OK                 VALUE 0.
       77 WS-FS-CTOFILE                  PIC 99.
        88 FS-CTOFILE-OK                 VALUE 0.
       77 WS-FS-AUDARC                   PIC 99.
        88 FS-AUDARC-OK                  VALUE 0.
       77 WS-FS-HISARC                   PIC 99.
        88 FS-HISARC-OK                  VALUE 0.
       77 WS-FS-ACSLOG                   PIC 99.
        88 FS-ACSLOG-OK                  VALUE 0.
       77 WS-FS-LGCREL                   PIC 99.
        88 FS-LGCREL-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-PEDIDO-OK                   PIC X.
        88 PEDIDO-OK                     VALUE "S" FALSE "N".
       77 WS-NO-CADUSER                  PIC X.
        88 NO-CADUSER                    VALUE "S" FALSE "N".
       77 WS-LGP-ID                      PIC 9(06).
       77 WS-DATA-EXPURGO                PIC 9(08).
       77 WS-QTD-EXPURGO                 PIC 9(02).
       77 WS-IDX-FONTE                   PIC 9(02) COMP.
       77 WS-NOME-AUDARC                 PIC X(50).
       77 WS-NOME-HISARC                 PIC X(50).
       77 WS-NOME-FONTE                  PIC X(20).
       77 WS-LINHA-LGC                   PIC X(132).
       77 WS-QTD-ENDERECOS               PIC 9(04).
       77 WS-QTD-DEVOLUCOES              PIC 9(04).
       77 WS-QTD-CONTATOS                PIC 9(04).
       77 WS-QTD-AUDIT                   PIC 9(06).
       77 WS-QTD-HIST                    PIC 9(06).
       77 WS-QTD-ACESSOS                 PIC 9(06).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-ACS-DATA                    PIC 9(08).
       77 WS-ACS-HORA                    PIC 9(08).

       01 TAB-EXPURGO.
           03 TAB-DATA-EXPURGO           PIC 9(08) OCCURS 10 TIMES.

           COPY AUDREC.

           COPY HISTREC.

           COPY STATWRK.

           COPY MSGWK.

           COPY SEGWRK.

           COPY ELOWK.

           COPY ESCWK.

           COPY CRPWK.

       LINKAGE SECTION.

           COPY OPLREC.

       PROCEDURE DIVISION USING REG-OPER-LOGADO.

      ******************************************************************
      * P460-CARTA: mainline - pede o numero do pedido (tem que ser de
      * acesso, com o titular no escopo do operador) e as datas de
      * expurgo dos arquivos mortos a incluir, e imprime a carta
      * bloco a bloco. O LGPFILE fica aberto ate o fim: o registro do
      * pedido e a referencia de todos os blocos.
      ******************************************************************
           P460-CARTA.

           MOVE "CARTLGPD"          TO WS-FS-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CONSULTAR THEN
               MOVE 1301                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CONSULTAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GOBACK
           END-IF

           PERFORM P461-CONFERE-PEDIDO THRU P461-FIM
           IF NOT PEDIDO-OK THEN
               CLOSE LGPFILE
               GOBACK
           END-IF

           MOVE ZERO                     TO WS-QTD-EXPURGO
           MOVE 99999999                 TO WS-DATA-EXPURGO
           MOVE 1302                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "DATAS DE EXPURGO DOS ARQUIVOS MORTOS A INCLUIR "
                  "(AAAAMMDD, ATE 10 - ENTER ENCERRA)"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           PERFORM P462-PEDE-EXPURGO THRU P462-FIM
                   UNTIL WS-DATA-EXPURGO EQUAL ZERO
                      OR WS-QTD-EXPURGO EQUAL 10

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN OUTPUT LGCREL
           IF NOT FS-LGCREL-OK THEN
               MOVE WS-FS-LGCREL         TO WS-FS-CODIGO
               MOVE "LGCREL"             TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE LGPFILE
               GOBACK
           END-IF

           PERFORM P463-CABECALHO THRU P463-FIM

           PERFORM P464-CADASTRO THRU P464-FIM

           PERFORM P465-COMPLEMENTAR THRU P465-FIM

           PERFORM P467-CONTATOS THRU P467-FIM

           PERFORM P469-AUDITORIA THRU P469-FIM

           PERFORM P492-HISTORICO THRU P492-FIM

           PERFORM P495-ACESSOS THRU P495-FIM

           PERFORM P497-ENCERRAMENTO THRU P497-FIM

           CLOSE LGCREL

           PERFORM P498-GRAVA-ACESSO THRU P498-FIM

           MOVE 1303                     TO WS-MSG-NUMERO
           MOVE "CARTA DO PEDIDO & IMPRESSA NO LGCREL" TO WS-MSG-TEXTO
           MOVE LGP-ID                   TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           CLOSE LGPFILE

           GOBACK.
       P460-FIM.

      ******************************************************************
      * P461-CONFERE-PEDIDO: o pedido precisa existir e ser de acesso;
      * o titular precisa estar no escopo do operador (codigo que ja
      * saiu do CADUSER so passa para escopo total, como na ficha).
      ******************************************************************
           P461-CONFERE-PEDIDO.

           SET PEDIDO-OK TO FALSE

           MOVE 1304                     TO WS-MSG-NUMERO
           MOVE "NUMERO DO PEDIDO DE ACESSO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-LGP-ID

           OPEN INPUT LGPFILE
           IF NOT FS-LGPFILE-OK THEN
               MOVE 1305                 TO WS-MSG-NUMERO
               MOVE "SEM PEDIDOS DE TITULARES REGISTRADOS"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P461-FIM
           END-IF

           MOVE WS-LGP-ID                TO LGP-ID
           READ LGPFILE
           KEY IS LGP-ID
           INVALID KEY
               MOVE 1306                 TO WS-MSG-NUMERO
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P461-FIM
           END-READ

           IF NOT LGP-TP-ACESSO THEN
               MOVE 1307                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CARTA SO PARA PEDIDO DE ACESSO - O PEDIDO & E DO"
                      " TIPO &"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE LGP-ID               TO WS-MSG-PARAM (1)
               MOVE LGP-TIPO             TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P461-FIM
           END-IF

           SET NO-CADUSER TO FALSE
           MOVE SPACES                   TO WS-ESC-DEPTO
           MOVE LGP-CD-USER              TO WS-ESC-CD-USER

           OPEN INPUT CADUSER
           IF FS-CADUSER-OK THEN
               MOVE LGP-CD-USER          TO FD-CD-USER
               READ CADUSER
               KEY IS FD-CD-USER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NO-CADUSER TO TRUE
                   MOVE FD-DEPTO         TO WS-ESC-DEPTO
               END-READ
           END-IF
           CLOSE CADUSER

           PERFORM P978-CONFERE-ESCOPO THRU P978-FIM
           IF NOT ESCOPO-OK THEN
               PERFORM P979-RECUSA-ESCOPO THRU P979-FIM
               GO TO P461-FIM
           END-IF

           SET PEDIDO-OK TO TRUE.
       P461-FIM.

           P462-PEDE-EXPURGO.

           MOVE ZERO                     TO WS-DATA-EXPURGO
           ACCEPT WS-DATA-EXPURGO
           IF WS-DATA-EXPURGO NOT EQUAL ZERO THEN
               ADD 1                     TO WS-QTD-EXPURGO
               MOVE WS-DATA-EXPURGO
                    TO TAB-DATA-EXPURGO (WS-QTD-EXPURGO)
           END-IF.
       P462-FIM.

      ******************************************************************
      * P463-CABECALHO: identificacao do pedido no alto da carta.
      ******************************************************************
           P463-CABECALHO.

           MOVE SPACES TO WS-LINHA-LGC
           STRING "RESPOSTA AO PEDIDO DE ACESSO A DADOS PESSOAIS "
                  DELIMITED BY SIZE
                  "(LGPD) - EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE ALL "=" TO WS-LINHA-LGC
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "PEDIDO: "             DELIMITED BY SIZE
                  LGP-ID                 DELIMITED BY SIZE
                  "   RECEBIDO EM: "     DELIMITED BY SIZE
                  LGP-DT-RECEBIDO        DELIMITED BY SIZE
                  "   PRAZO LEGAL: "     DELIMITED BY SIZE
                  LGP-DT-PRAZO           DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "TITULAR: "            DELIMITED BY SIZE
                  LGP-CD-USER            DELIMITED BY SIZE
                  "   REQUERENTE: "      DELIMITED BY SIZE
                  LGP-REQUERENTE         DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P463-FIM.

      ******************************************************************
      * P464-CADASTRO: o registro atual do CADUSER - a senha nunca sai
      * na carta.
      ******************************************************************
           P464-CADASTRO.

           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "CADASTRO ATUAL (CADUSER)" TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           IF NOT NO-CADUSER THEN
               MOVE "  CODIGO NAO CONSTA MAIS DO CADASTRO ATUAL"
                                         TO LGC-LINHA
               WRITE REG-LGPD-CARTA
               GO TO P464-FIM
           END-IF

           OPEN INPUT CADUSER
           MOVE LGP-CD-USER              TO FD-CD-USER
           READ CADUSER
           KEY IS FD-CD-USER
           INVALID KEY
               MOVE "  CODIGO NAO CONSTA MAIS DO CADASTRO ATUAL"
                                         TO LGC-LINHA
               WRITE REG-LGPD-CARTA
               CLOSE CADUSER
               GO TO P464-FIM
           END-READ

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  NOME: "             DELIMITED BY SIZE
                  FD-NM                  DELIMITED BY SIZE
                  "   DEPARTAMENTO: "    DELIMITED BY SIZE
                  FD-DEPTO               DELIMITED BY SIZE
                  "   SITUACAO: "        DELIMITED BY SIZE
                  FD-STATUS              DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  EMAIL: "            DELIMITED BY SIZE
                  FD-EMAIL               DELIMITED BY SIZE
                  "   TELEFONE: "        DELIMITED BY SIZE
                  FD-PHONE               DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  CADASTRADO EM: "    DELIMITED BY SIZE
                  FD-DT-CADASTRO         DELIMITED BY SIZE
                  "   ULTIMA ALTERACAO: " DELIMITED BY SIZE
                  FD-DT-ALTERACAO        DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           CLOSE CADUSER.
       P464-FIM.

      ******************************************************************
      * P465-COMPLEMENTAR: o CPLFILE (endereco, CPF, nascimento) e os
      * enderecos anteriores guardados no ENDHIST, e as cartas
      * devolvidas pelo correio guardadas no DEVHIST.
      ******************************************************************
           P465-COMPLEMENTAR.

           MOVE ZERO                     TO WS-QTD-ENDERECOS
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "CADASTRO COMPLEMENTAR (CPLFILE) E ENDERECOS (ENDHIST)"
                                         TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           OPEN INPUT CPLFILE
           IF FS-CPLFILE-OK THEN
               MOVE LGP-CD-USER          TO CPL-CD-USER
               READ CPLFILE
               KEY IS CPL-CD-USER
               INVALID KEY
                   MOVE "  SEM CADASTRO COMPLEMENTAR" TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  ENDERECO: "  DELIMITED BY SIZE
                          CPL-LOGRADOURO  DELIMITED BY SIZE
                          ", "            DELIMITED BY SIZE
                          CPL-NUMERO      DELIMITED BY SIZE
                          " - "           DELIMITED BY SIZE
                          CPL-CIDADE      DELIMITED BY SIZE
                          "/"             DELIMITED BY SIZE
                          CPL-UF          DELIMITED BY SIZE
                          "   CEP: "      DELIMITED BY SIZE
                          CPL-CEP         DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
                   MOVE CPL-CD-USER      TO WS-CRP-CD-USER
                   MOVE CPL-CHAVE-VERSAO TO WS-CRP-VERSAO
                   MOVE CPL-CPF          TO WS-CRP-CPF
                   MOVE CPL-DT-NASCIMENTO TO WS-CRP-NASC
                   PERFORM P918-DECIFRA-COMPL THRU P918-FIM
                   MOVE SPACES TO WS-LINHA-LGC
                   IF CRP-OK THEN
                       STRING "  CPF: "   DELIMITED BY SIZE
                              WS-CRP-CPF  DELIMITED BY SIZE
                              "   NASCIMENTO: " DELIMITED BY SIZE
                              WS-CRP-NASC DELIMITED BY SIZE
                              INTO WS-LINHA-LGC
                       END-STRING
                   ELSE
                       STRING "  CPF E NASCIMENTO: CIFRADOS, CHAVE "
                              DELIMITED BY SIZE
                              "INDISPONIVEL (VERSAO " DELIMITED BY SIZE
                              CPL-CHAVE-VERSAO DELIMITED BY SIZE
                              ")"         DELIMITED BY SIZE
                              INTO WS-LINHA-LGC
                       END-STRING
                   END-IF
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-READ
               CLOSE CPLFILE
           ELSE
               MOVE "  SEM CADASTRO COMPLEMENTAR" TO LGC-LINHA
               WRITE REG-LGPD-CARTA
           END-IF

           OPEN INPUT ENDHIST
           IF FS-ENDHIST-OK THEN
               MOVE LGP-CD-USER          TO END-CD-USER
               MOVE ZERO                 TO END-DT-VIGENCIA
               SET EOF-OK TO FALSE
               START ENDHIST KEY IS NOT LESS END-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
               PERFORM P466-LER-ENDERECO THRU P466-FIM UNTIL EOF-OK
               CLOSE ENDHIST
           END-IF

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  ENDERECOS ANTERIORES: " DELIMITED BY SIZE
                  WS-QTD-ENDERECOS           DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE ZERO                     TO WS-QTD-DEVOLUCOES
           OPEN INPUT DEVHIST
           IF FS-DEVHIST-OK THEN
               MOVE LGP-CD-USER          TO DVH-CD-USER
               MOVE ZERO                 TO DVH-DT-DEVOLUCAO
               MOVE LOW-VALUES           TO DVH-REFERENCIA
               SET EOF-OK TO FALSE
               START DEVHIST KEY IS NOT LESS DVH-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
               PERFORM P466-LER-DEVOLUCAO THRU P466-DEVOLUCAO-FIM
                       UNTIL EOF-OK
               CLOSE DEVHIST
           END-IF

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  CARTAS DEVOLVIDAS PELO CORREIO (DEVHIST): "
                                             DELIMITED BY SIZE
                  WS-QTD-DEVOLUCOES          DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P465-FIM.

           P466-LER-ENDERECO.

           READ ENDHIST NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF END-CD-USER NOT EQUAL LGP-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-ENDERECOS
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  ATE "       DELIMITED BY SIZE
                          END-DT-VIGENCIA DELIMITED BY SIZE
                          ": "           DELIMITED BY SIZE
                          END-LOGRADOURO DELIMITED BY SIZE
                          ", "           DELIMITED BY SIZE
                          END-NUMERO     DELIMITED BY SIZE
                          " - "          DELIMITED BY SIZE
                          END-CIDADE     DELIMITED BY SIZE
                          "/"            DELIMITED BY SIZE
                          END-UF         DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          END-CEP        DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
           END-READ.
       P466-FIM.

           P466-LER-DEVOLUCAO.

           READ DEVHIST NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF DVH-CD-USER NOT EQUAL LGP-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-DEVOLUCOES
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  DEVOLVIDA EM " DELIMITED BY SIZE
                          DVH-DT-DEVOLUCAO DELIMITED BY SIZE
                          " ("           DELIMITED BY SIZE
                          DVH-DESCR-MOTIVO DELIMITED BY SIZE
                          "): "          DELIMITED BY SIZE
                          DVH-LOGRADOURO DELIMITED BY SIZE
                          ", "           DELIMITED BY SIZE
                          DVH-NUMERO     DELIMITED BY SIZE
                          " - "          DELIMITED BY SIZE
                          DVH-CIDADE     DELIMITED BY SIZE
                          "/"            DELIMITED BY SIZE
                          DVH-UF         DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          DVH-CEP        DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
           END-READ.
       P466-DEVOLUCAO-FIM.

      ******************************************************************
      * P467-CONTATOS: todos os emails e telefones do CTOFILE, em
      * qualquer situacao.
      ******************************************************************
           P467-CONTATOS.

           MOVE ZERO                     TO WS-QTD-CONTATOS
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "CONTATOS (CTOFILE)"     TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           OPEN INPUT CTOFILE
           IF FS-CTOFILE-OK THEN
               MOVE LGP-CD-USER          TO CTO-CD-USER
               MOVE ZERO                 TO CTO-SEQ
               SET EOF-OK TO FALSE
               START CTOFILE KEY IS NOT LESS CTO-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
               END-START
               PERFORM P468-LER-CONTATO THRU P468-FIM UNTIL EOF-OK
               CLOSE CTOFILE
           END-IF

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  CONTATOS: "         DELIMITED BY SIZE
                  WS-QTD-CONTATOS        DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P467-FIM.

           P468-LER-CONTATO.

           READ CTOFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF CTO-CD-USER NOT EQUAL LGP-CD-USER THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1                 TO WS-QTD-CONTATOS
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  "           DELIMITED BY SIZE
                          CTO-SEQ        DELIMITED BY SIZE
                          " TIPO:"       DELIMITED BY SIZE
                          CTO-TIPO       DELIMITED BY SIZE
                          " USO:"        DELIMITED BY SIZE
                          CTO-USO        DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          CTO-VALOR      DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          CTO-REFERENCIA DELIMITED BY SIZE
                          " SIT:"        DELIMITED BY SIZE
                          CTO-SITUACAO   DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
           END-READ.
       P468-FIM.

      ******************************************************************
      * P469-AUDITORIA: as alteracoes do AUDLOG atual e dos AUDARC das
      * datas de expurgo informadas. O AUDLOG tem o mesmo registro do
      * arquivo morto, entao e lido pelo mesmo SELECT dinamico (fonte
      * zero); as fontes 1 a n sao os AUDARC.D<data>.
      ******************************************************************
           P469-AUDITORIA.

           MOVE ZERO                     TO WS-QTD-AUDIT
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "ALTERACOES CADASTRAIS (AUDLOG E ARQUIVO MORTO AUDARC)"
                                         TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           PERFORM P490-AUDITORIA-FONTE THRU P490-FIM
                   VARYING WS-IDX-FONTE FROM 0 BY 1
                   UNTIL WS-IDX-FONTE > WS-QTD-EXPURGO

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  ALTERACOES: "       DELIMITED BY SIZE
                  WS-QTD-AUDIT           DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P469-FIM.

           P490-AUDITORIA-FONTE.

           PERFORM P499-MONTA-NOMES THRU P499-FIM

           OPEN INPUT AUDARC
           IF NOT FS-AUDARC-OK THEN
               IF WS-IDX-FONTE NOT EQUAL ZERO THEN
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  ARQUIVO MORTO AUDARC DA DATA "
                          DELIMITED BY SIZE
                          WS-DATA-EXPURGO DELIMITED BY SIZE
                          " NAO ENCONTRADO" DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
               GO TO P490-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P491-LER-AUDITORIA THRU P491-FIM UNTIL EOF-OK

           CLOSE AUDARC.
       P490-FIM.

           P491-LER-AUDITORIA.

           READ AUDARC
           AT END
               SET EOF-OK TO TRUE
               GO TO P491-FIM
           END-READ

           MOVE REG-AUD-ARC              TO REG-AUDIT
           IF AUD-CD-USER NOT EQUAL LGP-CD-USER THEN
               GO TO P491-FIM
           END-IF

           ADD 1                         TO WS-QTD-AUDIT
           MOVE SPACES TO WS-LINHA-LGC
           STRING "  "                   DELIMITED BY SIZE
                  AUD-DATA-HORA          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  AUD-CAMPO              DELIMITED BY SIZE
                  " DE: "                DELIMITED BY SIZE
                  AUD-VALOR-ANT          DELIMITED BY SIZE
                  " PARA: "              DELIMITED BY SIZE
                  AUD-VALOR-NOVO         DELIMITED BY SIZE
                  " POR: "               DELIMITED BY SIZE
                  AUD-OPERADOR           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOME-FONTE          DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P491-FIM.

      ******************************************************************
      * P492-HISTORICO: os arquivamentos de exclusao do CADHIST atual e
      * dos HISARC das datas de expurgo, pelo mesmo esquema de fontes
      * da auditoria.
      ******************************************************************
           P492-HISTORICO.

           MOVE ZERO                     TO WS-QTD-HIST
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "ARQUIVAMENTOS DE EXCLUSAO (CADHIST E ARQUIVO MORTO)"
                                         TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           PERFORM P493-HISTORICO-FONTE THRU P493-FIM
                   VARYING WS-IDX-FONTE FROM 0 BY 1
                   UNTIL WS-IDX-FONTE > WS-QTD-EXPURGO

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  ARQUIVAMENTOS: "    DELIMITED BY SIZE
                  WS-QTD-HIST            DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P492-FIM.

           P493-HISTORICO-FONTE.

           PERFORM P499-MONTA-NOMES THRU P499-FIM

           OPEN INPUT HISARC
           IF NOT FS-HISARC-OK THEN
               IF WS-IDX-FONTE NOT EQUAL ZERO THEN
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  ARQUIVO MORTO HISARC DA DATA "
                          DELIMITED BY SIZE
                          WS-DATA-EXPURGO DELIMITED BY SIZE
                          " NAO ENCONTRADO" DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
               GO TO P493-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P494-LER-HISTORICO THRU P494-FIM UNTIL EOF-OK

           CLOSE HISARC.
       P493-FIM.

           P494-LER-HISTORICO.

           READ HISARC
           AT END
               SET EOF-OK TO TRUE
               GO TO P494-FIM
           END-READ

           MOVE REG-HIST-ARC             TO REG-HIST
           IF HIST-CD-USER NOT EQUAL LGP-CD-USER THEN
               GO TO P494-FIM
           END-IF

           ADD 1                         TO WS-QTD-HIST
           MOVE SPACES TO WS-LINHA-LGC
           STRING "  ARQUIVADO EM "      DELIMITED BY SIZE
                  HIST-DATA-HORA         DELIMITED BY SIZE
                  " MOTIVO: "            DELIMITED BY SIZE
                  HIST-MOTIVO            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOME-FONTE          DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "    NOME: "           DELIMITED BY SIZE
                  HIST-NM                DELIMITED BY SIZE
                  " EMAIL: "             DELIMITED BY SIZE
                  HIST-EMAIL             DELIMITED BY SIZE
                  " TELEFONE: "          DELIMITED BY SIZE
                  HIST-PHONE             DELIMITED BY SIZE
                  " DEPTO: "             DELIMITED BY SIZE
                  HIST-DEPTO             DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P494-FIM.

      ******************************************************************
      * P495-ACESSOS: as linhas do ACSLOG do titular - qual operador
      * consultou os dados, por qual caminho e quando.
      ******************************************************************
           P495-ACESSOS.

           MOVE ZERO                     TO WS-QTD-ACESSOS
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE "CONSULTAS AOS DADOS POR OPERADORES (ACSLOG)"
                                         TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           OPEN INPUT ACSLOG
           IF FS-ACSLOG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM P496-LER-ACESSO THRU P496-FIM UNTIL EOF-OK
               CLOSE ACSLOG
           END-IF

           MOVE SPACES TO WS-LINHA-LGC
           STRING "  CONSULTAS: "        DELIMITED BY SIZE
                  WS-QTD-ACESSOS         DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P495-FIM.

           P496-LER-ACESSO.

           READ ACSLOG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ACS-CD-USER EQUAL LGP-CD-USER THEN
                   ADD 1                 TO WS-QTD-ACESSOS
                   MOVE SPACES TO WS-LINHA-LGC
                   STRING "  "           DELIMITED BY SIZE
                          ACS-DATA-HORA  DELIMITED BY SIZE
                          " OPERADOR: "  DELIMITED BY SIZE
                          ACS-OPERADOR   DELIMITED BY SIZE
                          " TIPO: "      DELIMITED BY SIZE
                          ACS-TIPO-BUSCA DELIMITED BY SIZE
                          INTO WS-LINHA-LGC
                   END-STRING
                   MOVE WS-LINHA-LGC TO LGC-LINHA
                   WRITE REG-LGPD-CARTA
               END-IF
           END-READ.
       P496-FIM.

      ******************************************************************
      * P497-ENCERRAMENTO: fontes consultadas e a assinatura do
      * operador responsavel pelo atendimento do pedido.
      ******************************************************************
           P497-ENCERRAMENTO.

           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE ALL "=" TO WS-LINHA-LGC
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "ARQUIVOS MORTOS CONSULTADOS: " DELIMITED BY SIZE
                  WS-QTD-EXPURGO                  DELIMITED BY SIZE
                  "   CARTA EMITIDA POR: "        DELIMITED BY SIZE
                  OPL-OPERADOR                    DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA
           MOVE SPACES TO LGC-LINHA
           WRITE REG-LGPD-CARTA

           MOVE SPACES TO WS-LINHA-LGC
           STRING "____________________________________  "
                  DELIMITED BY SIZE
                  "RESPONSAVEL PELO ATENDIMENTO: " DELIMITED BY SIZE
                  LGP-OPERADOR                     DELIMITED BY SIZE
                  INTO WS-LINHA-LGC
           END-STRING
           MOVE WS-LINHA-LGC TO LGC-LINHA
           WRITE REG-LGPD-CARTA.
       P497-FIM.

      ******************************************************************
      * P498-GRAVA-ACESSO: a carta mostra os dados pessoais do titular,
      * entao a emissao vira uma linha no ACSLOG (tipo LGPD), como a
      * ficha e a consulta ao arquivo morto.
      ******************************************************************
           P498-GRAVA-ACESSO.

           OPEN EXTEND ACSLOG
           IF WS-FS-ACSLOG EQUAL 35 THEN
               OPEN OUTPUT ACSLOG
           END-IF

           IF NOT FS-ACSLOG-OK THEN
               GO TO P498-FIM
           END-IF

           ACCEPT WS-ACS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-ACS-HORA FROM TIME

           MOVE OPL-OPERADOR             TO ACS-OPERADOR
           MOVE LGP-CD-USER              TO ACS-CD-USER
           MOVE "LGPD"                   TO ACS-TIPO-BUSCA
           STRING WS-ACS-DATA            DELIMITED BY SIZE
                  WS-ACS-HORA(1:6)       DELIMITED BY SIZE
                  INTO ACS-DATA-HORA
           END-STRING

           WRITE REG-ACESSO

           CLOSE ACSLOG.
       P498-FIM.

      ******************************************************************
      * P499-MONTA-NOMES: nomes dos arquivos da fonte WS-IDX-FONTE -
      * zero e o AUDLOG/CADHIST atual, 1 a n os arquivos mortos da
      * tabela de datas de expurgo (mesmo nome montado pelo PURGHIST).
      ******************************************************************
           P499-MONTA-NOMES.

           IF WS-IDX-FONTE EQUAL ZERO THEN
               MOVE "C:\Users\PC\Desktop\CRUD\AUDLOG.cbl"
                                         TO WS-NOME-AUDARC
               MOVE "C:\Users\PC\Desktop\CRUD\CADHIST.cbl"
                                         TO WS-NOME-HISARC
               MOVE SPACES               TO WS-NOME-FONTE
               GO TO P499-FIM
           END-IF

           MOVE TAB-DATA-EXPURGO (WS-IDX-FONTE) TO WS-DATA-EXPURGO

           MOVE SPACES TO WS-NOME-AUDARC
           STRING "C:\Users\PC\Desktop\CRUD\AUDARC.D"
                  DELIMITED BY SIZE
                  WS-DATA-EXPURGO DELIMITED BY SIZE
                  INTO WS-NOME-AUDARC
           END-STRING

           MOVE SPACES TO WS-NOME-HISARC
           STRING "C:\Users\PC\Desktop\CRUD\HISARC.D"
                  DELIMITED BY SIZE
                  WS-DATA-EXPURGO DELIMITED BY SIZE
                  INTO WS-NOME-HISARC
           END-STRING

           MOVE SPACES TO WS-NOME-FONTE
           STRING "(MORTO "              DELIMITED BY SIZE
                  WS-DATA-EXPURGO        DELIMITED BY SIZE
                  ")"                    DELIMITED BY SIZE
                  INTO WS-NOME-FONTE
           END-STRING.
       P499-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY SEGGRV.

           COPY ELOCALC.

           COPY ESCVAL.

           COPY CRPCIF.
       END PROGRAM CARTLGPD.
