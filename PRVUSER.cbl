      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/PROVISIONAMENTO DO DIRETORIO
      *         CORPORATIVO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: job noturno que gera o LDIFUSER
      *                 para a equipe do diretorio corporativo, com as
      *                 entradas add (cadastro novo), modify (nome,
      *                 email ou departamento alterados no AUDLOG desde
      *                 a ultima geracao), disable (inativacao) e
      *                 enable (reativacao), e le de volta o DIRRET da
      *                 equipe para manter a situacao de cada CD-USER
      *                 no PRVFILE. As inclusoes, inativacoes e
      *                 reativacoes saem da comparacao do CADUSER com a
      *                 situacao confirmada pelo diretorio - cobre todo
      *                 caminho (telas, cargas, MNTUSER, DORMUSER,
      *                 CERTUSER, FUNDUSER, agendamentos) sem depender
      *                 de qual deles gravou CADHIST ou AUDLOG. Imprime
      *                 em PRVREL as excecoes: ativo sem conta
      *                 habilitada e inativo com a conta ainda
      *                 habilitada. As contas eram criadas e desligadas
      *                 a mao, e um inativado ficava dias com acesso a
      *                 rede.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVUSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADSEL.
           COPY AUDSEL.
           COPY PRVSEL.
           COPY DRTSEL.
           COPY LDFSEL.
           COPY PVRSEL.
           COPY GERSEL.
           COPY SEQSEL.
           COPY TRMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADUSER.
           COPY CADREC.

       FD AUDLOG.
           COPY AUDREC.

       FD PRVFILE.
           COPY PRVREC.

       FD DIRRET.
           COPY DRTREC.

       FD LDIFUSER.
           COPY LDFREC.

       FD PRVREL.
           COPY PVRREC.

       FD GERCTLG.
           COPY GERREC.

       FD CADCTRL.
           COPY SEQREC.

       FD TRMFILE.
           COPY TRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-AUDLOG                   PIC 99.
        88 FS-AUDLOG-OK                  VALUE 0.
       77 WS-FS-PRVFILE                  PIC 99.
        88 FS-PRVFILE-OK                 VALUE 0.
       77 WS-FS-DIRRET                   PIC 99.
        88 FS-DIRRET-OK                  VALUE 0.
       77 WS-FS-LDIFUSER                 PIC 99.
        88 FS-LDIFUSER-OK                VALUE 0.
       77 WS-FS-PRVREL                   PIC 99.
        88 FS-PRVREL-OK                  VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-STAMP                       PIC 9(14).
       77 WS-NOME-LDIFUSER               PIC X(50).
       77 WS-DT-CORTE                    PIC 9(14).
       77 WS-GER-DATA-MAX                PIC 9(08).
       77 WS-GER-ACHADA                  PIC X.
        88 GER-ACHADA                    VALUE "S" FALSE "N".
       77 WS-ACAO                        PIC X(01).
        88 ACAO-NENHUMA                  VALUE " ".
        88 ACAO-ADD                      VALUE "A".
        88 ACAO-MODIFY                   VALUE "M".
        88 ACAO-DISABLE                  VALUE "D".
        88 ACAO-ENABLE                   VALUE "E".
       77 WS-ACAO-CANDIDATA              PIC X(01).
       77 WS-PRV-NOVO                    PIC X.
        88 PRV-NOVO                      VALUE "S" FALSE "N".
       77 WS-ERRO-ANTERIOR               PIC X.
        88 ERRO-ANTERIOR                 VALUE "S" FALSE "N".
       77 WS-MSG-ANTERIOR                PIC X(40).
       77 WS-CD-BUSCA                    PIC 9(06).
       77 WS-ADX                         PIC 9(04) COMP.
       77 WS-ALT-POS                     PIC 9(04) COMP.
       77 WS-QTD-ALT                     PIC 9(04) COMP.
       77 WS-ALT-ACHADO                  PIC X.
        88 ALT-ACHADO                    VALUE "S" FALSE "N".
       77 WS-ALT-ESTOURO                 PIC X.
        88 ALT-ESTOURO                   VALUE "S" FALSE "N".
       77 WS-MUDA-NOME                   PIC X.
        88 MUDA-NOME                     VALUE "S" FALSE "N".
       77 WS-MUDA-EMAIL                  PIC X.
        88 MUDA-EMAIL                    VALUE "S" FALSE "N".
       77 WS-MUDA-DEPTO                  PIC X.
        88 MUDA-DEPTO                    VALUE "S" FALSE "N".
       77 WS-LINHA-LDF                   PIC X(100).
       77 WS-LINHA-PVR                   PIC X(132).
       77 WS-OCORRENCIA                  PIC X(30).
       77 WS-DETALHE                     PIC X(60).
       77 WS-QTD-RETORNOS                PIC 9(06).
       77 WS-QTD-RET-IGNORADOS           PIC 9(06).
       77 WS-QTD-ADD                     PIC 9(06).
       77 WS-QTD-MODIFY                  PIC 9(06).
       77 WS-QTD-DISABLE                 PIC 9(06).
       77 WS-QTD-ENABLE                  PIC 9(06).
       77 WS-QTD-EXCECOES                PIC 9(06).

       01 TAB-ALTERADOS.
           03 TAB-ALT OCCURS 5000 TIMES.
               05 TAB-ALT-CD             PIC 9(06).
               05 TAB-ALT-NOME           PIC X(01).
               05 TAB-ALT-EMAIL          PIC X(01).
               05 TAB-ALT-DEPTO          PIC X(01).

           COPY STATWRK.

           COPY GERWRK.

           COPY TRMWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P395-PROVISIONAR: mainline do job - aplica o retorno da equipe
      * do diretorio, junta as alteracoes cadastrais do AUDLOG desde a
      * ultima geracao do LDIFUSER, varre o CADUSER decidindo a
      * entrada de cada codigo e imprimindo as excecoes, e cataloga e
      * registra a transmissao do arquivo gerado.
      ******************************************************************
           P395-PROVISIONAR.

           MOVE "PRVUSER"           TO WS-FS-PROGRAMA

           MOVE ZERO TO WS-QTD-RETORNOS
           MOVE ZERO TO WS-QTD-RET-IGNORADOS
           MOVE ZERO TO WS-QTD-ADD
           MOVE ZERO TO WS-QTD-MODIFY
           MOVE ZERO TO WS-QTD-DISABLE
           MOVE ZERO TO WS-QTD-ENABLE
           MOVE ZERO TO WS-QTD-EXCECOES
           MOVE ZERO TO WS-QTD-ALT
           MOVE ZERO TO WS-TRM-HASH
           SET ALT-ESTOURO TO FALSE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO WS-STAMP
           END-STRING

           MOVE SPACES TO WS-NOME-LDIFUSER
           STRING "C:\Users\PC\Desktop\CRUD\LDIFUSER.D"
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  ".cbl" DELIMITED BY SIZE
                  INTO WS-NOME-LDIFUSER
           END-STRING

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               MOVE WS-FS-CADUSER        TO WS-FS-CODIGO
               MOVE "CADUSER"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PRVFILE
           IF WS-FS-PRVFILE EQUAL 35 THEN
               OPEN OUTPUT PRVFILE
               CLOSE PRVFILE
               OPEN I-O PRVFILE
           END-IF
           IF NOT FS-PRVFILE-OK THEN
               MOVE WS-FS-PRVFILE        TO WS-FS-CODIGO
               MOVE "PRVFILE"            TO WS-FS-ARQUIVO
               PERFORM P900-TRATA-STATUS THRU P900-FIM
               CLOSE CADUSER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P396-LE-RETORNO THRU P396-FIM

           PERFORM P398-DEFINE-CORTE THRU P398-FIM

           IF WS-DT-CORTE NOT EQUAL ZERO THEN
               PERFORM P400-VARRE-AUDLOG THRU P400-FIM
           END-IF

           OPEN OUTPUT LDIFUSER
           OPEN OUTPUT PRVREL
           PERFORM P418-CABECALHO THRU P418-FIM

           SET EOF-OK TO FALSE
           PERFORM P410-VARRE-CADUSER THRU P410-FIM UNTIL EOF-OK

           PERFORM P419-RODAPE THRU P419-FIM

           CLOSE PRVREL
           CLOSE LDIFUSER
           CLOSE PRVFILE
           CLOSE CADUSER

           MOVE "LDIFUSER"               TO WS-GER-ARQUIVO
           MOVE WS-NOME-LDIFUSER         TO WS-GER-NOME
           PERFORM P966-REGISTRA-GERACAO THRU P966-FIM

           MOVE "LDIFUSER"               TO WS-TRM-ARQUIVO
           MOVE "D"                      TO WS-TRM-PARCEIRO
           MOVE WS-NOME-LDIFUSER         TO WS-TRM-NOME
           COMPUTE WS-TRM-QTD = WS-QTD-ADD + WS-QTD-MODIFY
                              + WS-QTD-DISABLE + WS-QTD-ENABLE
           PERFORM P901-REGISTRA-TRANSMISSAO THRU P901-FIM

           DISPLAY "RETORNOS DO DIRETORIO APLICADOS: " WS-QTD-RETORNOS
                   " IGNORADOS: " WS-QTD-RET-IGNORADOS
           DISPLAY "LDIFUSER: ADD " WS-QTD-ADD " MODIFY "
                   WS-QTD-MODIFY " DISABLE " WS-QTD-DISABLE
                   " ENABLE " WS-QTD-ENABLE
           DISPLAY "EXCECOES DE PROVISIONAMENTO: " WS-QTD-EXCECOES

           IF ALT-ESTOURO OR WS-QTD-EXCECOES NOT EQUAL ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
       P395-FIM.

      ******************************************************************
      * P396-LE-RETORNO: le o DIRRET devolvido pela equipe do
      * diretorio; sem arquivo (equipe ainda nao devolveu) segue sem
      * retorno nenhum.
      ******************************************************************
           P396-LE-RETORNO.

           OPEN INPUT DIRRET
           IF NOT FS-DIRRET-OK THEN
               IF WS-FS-DIRRET NOT EQUAL 35 THEN
                   MOVE WS-FS-DIRRET     TO WS-FS-CODIGO
                   MOVE "DIRRET"         TO WS-FS-ARQUIVO
                   PERFORM P900-TRATA-STATUS THRU P900-FIM
               END-IF
               GO TO P396-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P397-APLICA-RETORNO THRU P397-FIM UNTIL EOF-OK

           CLOSE DIRRET.
       P396-FIM.

      ******************************************************************
      * P397-APLICA-RETORNO: so vale o retorno da entrada que esta
      * aguardando (mesma acao); retorno repetido ou de uma entrada ja
      * superada e ignorado - o DIRRET pode ser relido sem estrago.
      * Resultado "00" muda a situacao confirmada da conta; qualquer
      * outro guarda a mensagem, e a entrada e reenviada na varredura.
      ******************************************************************
           P397-APLICA-RETORNO.

           READ DIRRET
           AT END
               SET EOF-OK TO TRUE
               GO TO P397-FIM
           END-READ

           MOVE DRT-CD-USER              TO PRV-CD-USER
           READ PRVFILE
           INVALID KEY
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO P397-FIM
           END-READ

           IF NOT PRV-AGUARDANDO OR PRV-ULT-ACAO NOT EQUAL DRT-ACAO
           THEN
               ADD 1 TO WS-QTD-RET-IGNORADOS
               GO TO P397-FIM
           END-IF

           IF DRT-APLICADA THEN
               SET PRV-RET-OK TO TRUE
               MOVE SPACES               TO PRV-MSG-RETORNO
               IF PRV-ACAO-ADD OR PRV-ACAO-ENABLE THEN
                   SET PRV-CONTA-HABILITADA TO TRUE
               END-IF
               IF PRV-ACAO-DISABLE THEN
                   SET PRV-CONTA-DESABILITADA TO TRUE
               END-IF
           ELSE
               SET PRV-RET-ERRO TO TRUE
               MOVE DRT-MENSAGEM         TO PRV-MSG-RETORNO
           END-IF
           MOVE DRT-DATA-HORA            TO PRV-DT-RETORNO

           REWRITE REG-PROVISAO
           INVALID KEY
               ADD 1 TO WS-QTD-RET-IGNORADOS
           NOT INVALID KEY
               ADD 1 TO WS-QTD-RETORNOS
           END-REWRITE.
       P397-FIM.

      ******************************************************************
      * P398-DEFINE-CORTE: o corte das alteracoes cadastrais e o
      * carimbo da geracao de LDIFUSER mais recente do GERCTLG, como
      * no delta do EXTUSER. Sem geracao catalogada (primeira rodada)
      * o corte fica zerado: todo ativo sai como add e nao ha modify.
      ******************************************************************
           P398-DEFINE-CORTE.

           SET GER-ACHADA TO FALSE
           MOVE ZERO                     TO WS-DT-CORTE
           MOVE ZERO                     TO WS-GER-DATA-MAX

           OPEN INPUT GERCTLG
           IF NOT FS-GERCTLG-OK THEN
               GO TO P398-FIM
           END-IF

           MOVE "LDIFUSER"               TO GER-ARQUIVO
           MOVE SPACES                   TO GER-DEPTO
           MOVE ZERO                     TO GER-DATA
           SET GER-EOF-OK TO FALSE

           START GERCTLG KEY IS NOT LESS GER-CHAVE
           INVALID KEY
               SET GER-EOF-OK TO TRUE
           NOT INVALID KEY
               PERFORM P399-LE-GERACAO THRU P399-FIM UNTIL GER-EOF-OK
           END-START

           CLOSE GERCTLG.
       P398-FIM.

           P399-LE-GERACAO.

           READ GERCTLG NEXT
           AT END
               SET GER-EOF-OK TO TRUE
           NOT AT END
               IF GER-ARQUIVO NOT EQUAL "LDIFUSER" OR
                  GER-DEPTO NOT EQUAL SPACES THEN
                   SET GER-EOF-OK TO TRUE
               ELSE
                   IF GER-DATA NOT LESS WS-GER-DATA-MAX THEN
                       MOVE GER-DATA     TO WS-GER-DATA-MAX
                       MOVE GER-DATA-HORA TO WS-DT-CORTE
                       SET GER-ACHADA TO TRUE
                   END-IF
               END-IF
           END-READ.
       P399-FIM.

      ******************************************************************
      * P400-VARRE-AUDLOG: junta na tabela em memoria os codigos com
      * nome, email ou departamento alterados depois do corte, com a
      * marca de cada atributo. Tabela cheia avisa e termina o job
      * com RETURN-CODE 4 - as alteracoes que nao couberam ficam fora
      * do LDIFUSER desta noite.
      ******************************************************************
           P400-VARRE-AUDLOG.

           OPEN INPUT AUDLOG
           IF NOT FS-AUDLOG-OK THEN
               GO TO P400-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P401-LE-AUDITORIA THRU P401-FIM UNTIL EOF-OK

           CLOSE AUDLOG

           IF ALT-ESTOURO THEN
               DISPLAY "MAIS DE 5000 CODIGOS ALTERADOS DESDE A ULTIMA"
                       " GERACAO - ALTERACOES EXCEDENTES FORA DO"
                       " LDIFUSER"
           END-IF.
       P400-FIM.

           P401-LE-AUDITORIA.

           READ AUDLOG
           AT END
               SET EOF-OK TO TRUE
               GO TO P401-FIM
           END-READ

           IF AUD-DATA-HORA NOT GREATER WS-DT-CORTE THEN
               GO TO P401-FIM
           END-IF

           IF AUD-CAMPO NOT EQUAL "NOME" AND
              AUD-CAMPO NOT EQUAL "EMAIL" AND
              AUD-CAMPO NOT EQUAL "DEPTO" THEN
               GO TO P401-FIM
           END-IF

           MOVE AUD-CD-USER              TO WS-CD-BUSCA
           PERFORM P411-BUSCA-ALTERADO THRU P411-FIM

           IF NOT ALT-ACHADO THEN
               IF WS-QTD-ALT NOT LESS 5000 THEN
                   SET ALT-ESTOURO TO TRUE
                   GO TO P401-FIM
               END-IF
               ADD 1                     TO WS-QTD-ALT
               MOVE WS-QTD-ALT           TO WS-ALT-POS
               MOVE AUD-CD-USER          TO TAB-ALT-CD (WS-ALT-POS)
               MOVE "N"                  TO TAB-ALT-NOME (WS-ALT-POS)
               MOVE "N"                  TO TAB-ALT-EMAIL (WS-ALT-POS)
               MOVE "N"                  TO TAB-ALT-DEPTO (WS-ALT-POS)
           END-IF

           EVALUATE AUD-CAMPO
               WHEN "NOME"
                   MOVE "S"              TO TAB-ALT-NOME (WS-ALT-POS)
               WHEN "EMAIL"
                   MOVE "S"              TO TAB-ALT-EMAIL (WS-ALT-POS)
               WHEN "DEPTO"
                   MOVE "S"              TO TAB-ALT-DEPTO (WS-ALT-POS)
           END-EVALUATE.
       P401-FIM.

      ******************************************************************
      * P411-BUSCA-ALTERADO: procura WS-CD-BUSCA na tabela de
      * alterados; achado, devolve a posicao em WS-ALT-POS.
      ******************************************************************
           P411-BUSCA-ALTERADO.

           SET ALT-ACHADO TO FALSE
           PERFORM P411-COMPARA THRU P411-COMPARA-FIM
                   VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-QTD-ALT OR ALT-ACHADO.
       P411-FIM.

           P411-COMPARA.

           IF TAB-ALT-CD (WS-ADX) EQUAL WS-CD-BUSCA THEN
               SET ALT-ACHADO TO TRUE
               MOVE WS-ADX               TO WS-ALT-POS
           END-IF.
       P411-COMPARA-FIM.

      ******************************************************************
      * P410-VARRE-CADUSER: um codigo do CADUSER - le a situacao de
      * provisionamento, decide a entrada, grava no LDIFUSER e no
      * PRVFILE e confere a excecao.
      ******************************************************************
           P410-VARRE-CADUSER.

           READ CADUSER NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P410-FIM
           END-READ

           SET PRV-NOVO TO FALSE
           MOVE FD-CD-USER               TO PRV-CD-USER
           READ PRVFILE
           INVALID KEY
               SET PRV-NOVO TO TRUE
               MOVE FD-CD-USER           TO PRV-CD-USER
               SET PRV-SEM-CONTA TO TRUE
               MOVE SPACES               TO PRV-ULT-ACAO
               MOVE ZERO                 TO PRV-DT-ENVIO
               MOVE SPACES               TO PRV-RETORNO
               MOVE SPACES               TO PRV-MSG-RETORNO
               MOVE ZERO                 TO PRV-DT-RETORNO
           END-READ

           SET ERRO-ANTERIOR TO FALSE
           IF PRV-RET-ERRO THEN
               SET ERRO-ANTERIOR TO TRUE
           END-IF
           MOVE PRV-MSG-RETORNO          TO WS-MSG-ANTERIOR

           SET MUDA-NOME TO FALSE
           SET MUDA-EMAIL TO FALSE
           SET MUDA-DEPTO TO FALSE
           MOVE FD-CD-USER               TO WS-CD-BUSCA
           PERFORM P411-BUSCA-ALTERADO THRU P411-FIM
           IF ALT-ACHADO THEN
               MOVE TAB-ALT-NOME (WS-ALT-POS)  TO WS-MUDA-NOME
               MOVE TAB-ALT-EMAIL (WS-ALT-POS) TO WS-MUDA-EMAIL
               MOVE TAB-ALT-DEPTO (WS-ALT-POS) TO WS-MUDA-DEPTO
           END-IF

           PERFORM P409-DECIDE-ACAO THRU P409-FIM

           IF NOT ACAO-NENHUMA THEN
               PERFORM P412-GRAVA-ENTRADA THRU P412-FIM
               PERFORM P416-ATUALIZA-PRV THRU P416-FIM
           END-IF

           PERFORM P417-CONFERE-EXCECAO THRU P417-FIM.
       P410-FIM.

      ******************************************************************
      * P409-DECIDE-ACAO: compara a situacao do CADUSER com a conta
      * confirmada pelo diretorio. Ativo sem conta vira add, ativo com
      * conta desabilitada vira enable, ativo habilitado com
      * alteracao cadastral vira modify, inativo com conta habilitada
      * vira disable. Entrada igual ainda aguardando retorno nao e
      * repetida; recusada pelo diretorio e reenviada.
      ******************************************************************
           P409-DECIDE-ACAO.

           MOVE SPACES                   TO WS-ACAO
           MOVE SPACES                   TO WS-ACAO-CANDIDATA

           IF FD-ST-ATIVO THEN
               IF PRV-CONTA-HABILITADA THEN
                   IF MUDA-NOME OR MUDA-EMAIL OR MUDA-DEPTO THEN
                       SET ACAO-MODIFY TO TRUE
                   END-IF
                   GO TO P409-FIM
               END-IF
               IF PRV-CONTA-DESABILITADA THEN
                   MOVE "E"              TO WS-ACAO-CANDIDATA
               ELSE
                   MOVE "A"              TO WS-ACAO-CANDIDATA
               END-IF
           ELSE
               IF PRV-CONTA-HABILITADA THEN
                   MOVE "D"              TO WS-ACAO-CANDIDATA
               ELSE
                   GO TO P409-FIM
               END-IF
           END-IF

           IF PRV-AGUARDANDO AND
              PRV-ULT-ACAO EQUAL WS-ACAO-CANDIDATA THEN
               GO TO P409-FIM
           END-IF

           MOVE WS-ACAO-CANDIDATA        TO WS-ACAO.
       P409-FIM.

      ******************************************************************
      * P412-GRAVA-ENTRADA: grava a entrada LDIF do codigo - dn pelo
      * uid (CD-USER), changetype e os atributos; add e enable levam
      * nome, email e departamento atuais, modify so os alterados.
      * Uma linha em branco fecha a entrada.
      ******************************************************************
           P412-GRAVA-ENTRADA.

           ADD FD-CD-USER                TO WS-TRM-HASH

           MOVE SPACES TO WS-LINHA-LDF
           STRING "dn: uid="             DELIMITED BY SIZE
                  FD-CD-USER             DELIMITED BY SIZE
                  ",ou=usuarios,dc=empresa" DELIMITED BY SIZE
                  INTO WS-LINHA-LDF
           END-STRING
           PERFORM P415-LINHA-LDIF THRU P415-FIM

           IF ACAO-ADD THEN
               ADD 1 TO WS-QTD-ADD
               MOVE "changetype: add"    TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               MOVE "objectClass: inetOrgPerson" TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               MOVE SPACES TO WS-LINHA-LDF
               STRING "uid: "            DELIMITED BY SIZE
                      FD-CD-USER         DELIMITED BY SIZE
                      INTO WS-LINHA-LDF
               END-STRING
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               PERFORM P413-ATRIBUTO-NOME THRU P413-FIM
               PERFORM P414-ATRIBUTO-EMAIL THRU P414-FIM
               PERFORM P452-ATRIBUTO-DEPTO THRU P452-FIM
               MOVE "nsAccountLock: false" TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               GO TO P412-FECHA
           END-IF

           MOVE "changetype: modify"     TO WS-LINHA-LDF
           PERFORM P415-LINHA-LDIF THRU P415-FIM

           IF ACAO-DISABLE OR ACAO-ENABLE THEN
               MOVE "replace: nsAccountLock" TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               IF ACAO-DISABLE THEN
                   ADD 1 TO WS-QTD-DISABLE
                   MOVE "nsAccountLock: true" TO WS-LINHA-LDF
               ELSE
                   ADD 1 TO WS-QTD-ENABLE
                   MOVE "nsAccountLock: false" TO WS-LINHA-LDF
               END-IF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               MOVE "-"                  TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
           END-IF

           IF ACAO-DISABLE THEN
               GO TO P412-FECHA
           END-IF

           IF ACAO-MODIFY THEN
               ADD 1 TO WS-QTD-MODIFY
           END-IF

           IF ACAO-ENABLE OR MUDA-NOME THEN
               MOVE "replace: cn"        TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               PERFORM P413-ATRIBUTO-NOME THRU P413-FIM
               MOVE "-"                  TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
           END-IF

           IF ACAO-ENABLE OR MUDA-EMAIL THEN
               MOVE "replace: mail"      TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               PERFORM P414-ATRIBUTO-EMAIL THRU P414-FIM
               MOVE "-"                  TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
           END-IF

           IF ACAO-ENABLE OR MUDA-DEPTO THEN
               MOVE "replace: departmentNumber" TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
               PERFORM P452-ATRIBUTO-DEPTO THRU P452-FIM
               MOVE "-"                  TO WS-LINHA-LDF
               PERFORM P415-LINHA-LDIF THRU P415-FIM
           END-IF.

       P412-FECHA.
           MOVE SPACES                   TO WS-LINHA-LDF
           PERFORM P415-LINHA-LDIF THRU P415-FIM.
       P412-FIM.

           P413-ATRIBUTO-NOME.

           MOVE SPACES TO WS-LINHA-LDF
           STRING "cn: "                 DELIMITED BY SIZE
                  FD-NM                  DELIMITED BY SIZE
                  INTO WS-LINHA-LDF
           END-STRING
           PERFORM P415-LINHA-LDIF THRU P415-FIM.
       P413-FIM.

           P414-ATRIBUTO-EMAIL.

           MOVE SPACES TO WS-LINHA-LDF
           STRING "mail: "               DELIMITED BY SIZE
                  FD-EMAIL               DELIMITED BY SIZE
                  INTO WS-LINHA-LDF
           END-STRING
           PERFORM P415-LINHA-LDIF THRU P415-FIM.
       P414-FIM.

           P452-ATRIBUTO-DEPTO.

           MOVE SPACES TO WS-LINHA-LDF
           STRING "departmentNumber: "   DELIMITED BY SIZE
                  FD-DEPTO               DELIMITED BY SIZE
                  INTO WS-LINHA-LDF
           END-STRING
           PERFORM P415-LINHA-LDIF THRU P415-FIM.
       P452-FIM.

           P415-LINHA-LDIF.

           MOVE WS-LINHA-LDF             TO LDF-LINHA
           WRITE REG-LDIF.
       P415-FIM.

      ******************************************************************
      * P416-ATUALIZA-PRV: a entrada enviada fica aguardando o retorno
      * do diretorio; a situacao confirmada da conta nao muda aqui.
      ******************************************************************
           P416-ATUALIZA-PRV.

           MOVE WS-ACAO                  TO PRV-ULT-ACAO
           MOVE WS-STAMP                 TO PRV-DT-ENVIO
           SET PRV-AGUARDANDO TO TRUE
           MOVE SPACES                   TO PRV-MSG-RETORNO
           MOVE ZERO                     TO PRV-DT-RETORNO

           IF PRV-NOVO THEN
               WRITE REG-PROVISAO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O PRVFILE DE "
                           FD-CD-USER
               END-WRITE
           ELSE
               REWRITE REG-PROVISAO
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O PRVFILE DE "
                           FD-CD-USER
               END-REWRITE
           END-IF.
       P416-FIM.

      ******************************************************************
      * P417-CONFERE-EXCECAO: ativo sem conta habilitada ou inativo com
      * a conta ainda habilitada. Entrada enviada pela primeira vez
      * nesta noite nao e excecao (o diretorio ainda nem viu); reenvio
      * depois de recusa e entrada antiga sem retorno sao.
      ******************************************************************
           P417-CONFERE-EXCECAO.

           IF FD-ST-ATIVO AND PRV-CONTA-HABILITADA THEN
               GO TO P417-FIM
           END-IF

           IF NOT FD-ST-ATIVO AND NOT PRV-CONTA-HABILITADA THEN
               GO TO P417-FIM
           END-IF

           IF NOT ACAO-NENHUMA AND NOT ERRO-ANTERIOR THEN
               GO TO P417-FIM
           END-IF

           IF FD-ST-ATIVO THEN
               MOVE "ATIVO SEM CONTA HABILITADA" TO WS-OCORRENCIA
           ELSE
               MOVE "INATIVO COM CONTA HABILITADA" TO WS-OCORRENCIA
           END-IF

           MOVE SPACES                   TO WS-DETALHE
           IF NOT ACAO-NENHUMA THEN
               STRING "REENVIADO APOS RECUSA: " DELIMITED BY SIZE
                      WS-MSG-ANTERIOR    DELIMITED BY SIZE
                      INTO WS-DETALHE
               END-STRING
           ELSE
               STRING "SEM RETORNO DO DIRETORIO DESDE "
                      DELIMITED BY SIZE
                      PRV-DT-ENVIO       DELIMITED BY SIZE
                      INTO WS-DETALHE
               END-STRING
           END-IF

           ADD 1 TO WS-QTD-EXCECOES

           MOVE SPACES TO WS-LINHA-PVR
           STRING FD-CD-USER             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FD-NM                  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FD-DEPTO               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OCORRENCIA          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DETALHE             DELIMITED BY SIZE
                  INTO WS-LINHA-PVR
           END-STRING
           MOVE WS-LINHA-PVR TO PVR-LINHA
           WRITE REG-PRV-REL.
       P417-FIM.

      ******************************************************************
      * P418-CABECALHO / P419-RODAPE: titulo do relatorio de excecoes
      * e as contagens da noite.
      ******************************************************************
           P418-CABECALHO.

           MOVE SPACES TO WS-LINHA-PVR
           STRING "EXCECOES DE PROVISIONAMENTO NO DIRETORIO - DATA "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA        DELIMITED BY SIZE
                  INTO WS-LINHA-PVR
           END-STRING
           MOVE WS-LINHA-PVR TO PVR-LINHA
           WRITE REG-PRV-REL

           MOVE SPACES TO PVR-LINHA
           WRITE REG-PRV-REL

           MOVE SPACES TO WS-LINHA-PVR
           STRING "CODIGO NOME                      DEPTO      "
                  DELIMITED BY SIZE
                  "OCORRENCIA                     DETALHE"
                  DELIMITED BY SIZE
                  INTO WS-LINHA-PVR
           END-STRING
           MOVE WS-LINHA-PVR TO PVR-LINHA
           WRITE REG-PRV-REL.
       P418-FIM.

           P419-RODAPE.

           MOVE SPACES TO PVR-LINHA
           WRITE REG-PRV-REL

           IF WS-QTD-EXCECOES EQUAL ZERO THEN
               MOVE "NENHUMA EXCECAO - CADUSER E DIRETORIO CONFEREM"
                                         TO PVR-LINHA
               WRITE REG-PRV-REL
           END-IF

           MOVE SPACES TO WS-LINHA-PVR
           STRING "ENVIADAS NESTA NOITE - ADD: " DELIMITED BY SIZE
                  WS-QTD-ADD             DELIMITED BY SIZE
                  "  MODIFY: "           DELIMITED BY SIZE
                  WS-QTD-MODIFY          DELIMITED BY SIZE
                  "  DISABLE: "          DELIMITED BY SIZE
                  WS-QTD-DISABLE         DELIMITED BY SIZE
                  "  ENABLE: "           DELIMITED BY SIZE
                  WS-QTD-ENABLE          DELIMITED BY SIZE
                  "  EXCECOES: "         DELIMITED BY SIZE
                  WS-QTD-EXCECOES        DELIMITED BY SIZE
                  INTO WS-LINHA-PVR
           END-STRING
           MOVE WS-LINHA-PVR TO PVR-LINHA
           WRITE REG-PRV-REL.
       P419-FIM.

           COPY GERGRV.
           COPY TRMGRV.
           COPY STATCHK.
       END PROGRAM PRVUSER.
