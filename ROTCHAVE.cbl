      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/ROTACAO DA CHAVE DE CIFRA DO
      *         CPF E DA DATA DE NASCIMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: rotacao da chave de cifra do
      *                 CPLFILE e do CPLHIST. Pede a frase da nova
      *                 chave pelo SYSIN, grava a nova versao no
      *                 CHVFILE e marca a rotacao como pendente no
      *                 registro de controle; decifra cada registro e
      *                 cada linha com a versao em que foram gravados
      *                 (0000 = abertos) e cifra de novo na versao
      *                 nova, com contagem antes/depois dos dois
      *                 arquivos. So com as contagens batendo e sem
      *                 registro sem chave as versoes antigas sao
      *                 retiradas e a pendencia e baixada; senao o
      *                 programa termina com RC 8 e a proxima rodada
      *                 retoma a mesma versao sem pedir outra frase.
      *                 Roda fora do processamento noturno e segura o
      *                 semaforo "B" do CADCTRL enquanto reescreve os
      *                 arquivos, deixando o online fora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTCHAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY WPGSEL.
           COPY CHVSEL.
           COPY SEQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CPLFILE.
           COPY CPLREC.

       FD CPLHIST.
           COPY CPHREC.

       FD WRKPURG.
           COPY WPGREC.

       FD CHVFILE.
           COPY CHVREC.

       FD CADCTRL.
           COPY SEQREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-FS-WRKPURG                  PIC 99.
        88 FS-WRKPURG-OK                 VALUE 0.
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-BATCH-ATIVO                 PIC X.
        88 BATCH-ATIVO                   VALUE "S" FALSE "N".
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-CHAVE-PRONTA                PIC X.
        88 CHAVE-PRONTA                  VALUE "S" FALSE "N".
       77 WS-CTRL-EXISTE                 PIC X.
        88 CTRL-EXISTE                   VALUE "S" FALSE "N".
       77 WS-BALANCO                     PIC X.
        88 BALANCO-OK                    VALUE "S" FALSE "N".
       77 WS-BATCH-MARCA                 PIC 9(01).
       77 WS-NOVA-VERSAO                 PIC 9(04).
       77 WS-VERSAO-LINHA                PIC 9(04).
       77 WS-QTD-BRANCOS                 PIC 9(02).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).
       77 WS-QTD-TOTAL                   PIC 9(06).
       77 WS-QTD-NA-ATUAL                PIC 9(06).
       77 WS-CPL-ANTES                   PIC 9(06).
       77 WS-CPL-ANTES-ATUAL             PIC 9(06).
       77 WS-CPL-DEPOIS                  PIC 9(06).
       77 WS-CPL-DEPOIS-ATUAL            PIC 9(06).
       77 WS-CPL-RECIFRADOS              PIC 9(06).
       77 WS-CPL-JA-ATUAIS               PIC 9(06).
       77 WS-HIST-ANTES                  PIC 9(06).
       77 WS-HIST-DEPOIS                 PIC 9(06).
       77 WS-HIST-DEPOIS-ATUAL           PIC 9(06).
       77 WS-HIST-RECIFRADAS             PIC 9(06).
       77 WS-HIST-JA-ATUAIS              PIC 9(06).
       77 WS-QTD-SEM-CHAVE               PIC 9(06).
       77 WS-QTD-ERROS                   PIC 9(06).
       77 WS-QTD-RETIRADAS               PIC 9(04).

           COPY CRPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P561-ROTACIONAR: mainline da rotacao - confere o semaforo da
      * noite, prepara a versao nova da chave, segura o semaforo,
      * recifra CPLFILE e CPLHIST e, com o balanco fechado, retira as
      * versoes antigas. O relatorio antes/depois sai sempre.
      ******************************************************************
           P561-ROTACIONAR.

           MOVE ZERO TO WS-CPL-ANTES
           MOVE ZERO TO WS-CPL-ANTES-ATUAL
           MOVE ZERO TO WS-CPL-DEPOIS
           MOVE ZERO TO WS-CPL-DEPOIS-ATUAL
           MOVE ZERO TO WS-CPL-RECIFRADOS
           MOVE ZERO TO WS-CPL-JA-ATUAIS
           MOVE ZERO TO WS-HIST-ANTES
           MOVE ZERO TO WS-HIST-DEPOIS
           MOVE ZERO TO WS-HIST-DEPOIS-ATUAL
           MOVE ZERO TO WS-HIST-RECIFRADAS
           MOVE ZERO TO WS-HIST-JA-ATUAIS
           MOVE ZERO TO WS-QTD-SEM-CHAVE
           MOVE ZERO TO WS-QTD-ERROS
           MOVE ZERO TO WS-QTD-RETIRADAS

           PERFORM P562-VERIFICA-BATCH THRU P562-FIM
           IF BATCH-ATIVO THEN
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO (SEMAFORO "
                       "B DO CADCTRL) - ROTACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P563-PREPARA-CHAVE THRU P563-FIM
           IF NOT CHAVE-PRONTA THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                        TO WS-BATCH-MARCA
           PERFORM P564-GRAVA-BATCH THRU P564-FIM

           SET CRP-CHAVES-FIXAS TO FALSE
           PERFORM P943-CARREGA-CHAVES THRU P943-FIM
           SET CRP-CHAVES-FIXAS TO TRUE

           PERFORM P565-RECIFRA-CPLFILE THRU P565-FIM
           PERFORM P568-RECIFRA-CPLHIST THRU P568-FIM

           DISPLAY "ROTACAO PARA A VERSAO DE CHAVE " WS-CRP-ATUAL
           DISPLAY "CPLFILE - ANTES: " WS-CPL-ANTES
                   "  (NA VERSAO NOVA: " WS-CPL-ANTES-ATUAL ")"
           DISPLAY "          RECIFRADOS: " WS-CPL-RECIFRADOS
                   "  JA NA VERSAO NOVA: " WS-CPL-JA-ATUAIS
           DISPLAY "          DEPOIS: " WS-CPL-DEPOIS
                   "  (NA VERSAO NOVA: " WS-CPL-DEPOIS-ATUAL ")"
           DISPLAY "CPLHIST - ANTES: " WS-HIST-ANTES
           DISPLAY "          RECIFRADAS: " WS-HIST-RECIFRADAS
                   "  JA NA VERSAO NOVA: " WS-HIST-JA-ATUAIS
           DISPLAY "          DEPOIS: " WS-HIST-DEPOIS
                   "  (NA VERSAO NOVA: " WS-HIST-DEPOIS-ATUAL ")"
           DISPLAY "SEM CHAVE PARA DECIFRAR: " WS-QTD-SEM-CHAVE
                   "  ERROS DE GRAVACAO: " WS-QTD-ERROS

           SET BALANCO-OK TO TRUE
           IF WS-CPL-DEPOIS NOT EQUAL WS-CPL-ANTES OR
              WS-CPL-DEPOIS-ATUAL NOT EQUAL WS-CPL-DEPOIS OR
              WS-HIST-DEPOIS NOT EQUAL WS-HIST-ANTES OR
              WS-HIST-DEPOIS-ATUAL NOT EQUAL WS-HIST-DEPOIS OR
              WS-QTD-SEM-CHAVE NOT EQUAL ZERO OR
              WS-QTD-ERROS NOT EQUAL ZERO THEN
               SET BALANCO-OK TO FALSE
           END-IF

           IF BALANCO-OK THEN
               PERFORM P571-RETIRA-CHAVES THRU P571-FIM
               DISPLAY "BALANCO CONFERE - VERSOES ANTIGAS RETIRADAS: "
                       WS-QTD-RETIRADAS
           ELSE
               DISPLAY "*** BALANCO NAO CONFERE - ROTACAO CONTINUA "
                       "PENDENTE, CORRIJA E RODE O ROTCHAVE DE NOVO ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE ZERO                     TO WS-BATCH-MARCA
           PERFORM P564-GRAVA-BATCH THRU P564-FIM

           GOBACK.
       P561-FIM.

      ******************************************************************
      * P562-VERIFICA-BATCH: mesmo teste do SPOOLREL - com o registro
      * "B" do CADCTRL diferente de zero a corrente da noite e dona dos
      * arquivos; na falta do arquivo ou do registro pode rodar.
      ******************************************************************
           P562-VERIFICA-BATCH.

           SET BATCH-ATIVO TO FALSE

           OPEN INPUT CADCTRL
           IF FS-CADCTRL-OK THEN
               MOVE "B"                  TO CTR-CHAVE
               READ CADCTRL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTR-ULT-SEQ NOT EQUAL ZERO THEN
                       SET BATCH-ATIVO TO TRUE
                   END-IF
               END-READ
               CLOSE CADCTRL
           END-IF.
       P562-FIM.

      ******************************************************************
      * P563-PREPARA-CHAVE: rotacao pendente no registro de controle
      * e retomada na mesma versao; senao pede a frase, grava a versao
      * seguinte a atual (0001 num CHVFILE vazio, caso do CPLFILE que
      * veio aberto do CONVCPL) e aponta o controle para ela, ja
      * marcado como pendente.
      ******************************************************************
           P563-PREPARA-CHAVE.

           SET CHAVE-PRONTA TO FALSE

           OPEN I-O CHVFILE
           IF WS-FS-CHVFILE EQUAL 35 THEN
               OPEN OUTPUT CHVFILE
               CLOSE CHVFILE
               OPEN I-O CHVFILE
           END-IF

           IF NOT FS-CHVFILE-OK THEN
               DISPLAY "CHVFILE INDISPONIVEL, FS=" WS-FS-CHVFILE
                       " - ROTACAO NAO EXECUTADA"
               GO TO P563-FIM
           END-IF

           SET CTRL-EXISTE TO FALSE
           MOVE ZERO                     TO CHV-VERSAO
           READ CHVFILE
           KEY IS CHV-VERSAO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET CTRL-EXISTE TO TRUE
           END-READ

           IF CTRL-EXISTE AND CHV-ROTACAO-PENDENTE THEN
               DISPLAY "RETOMANDO A ROTACAO PENDENTE PARA A VERSAO "
                       CHV-VERSAO-ATUAL
               SET CHAVE-PRONTA TO TRUE
               CLOSE CHVFILE
               GO TO P563-FIM
           END-IF

           IF CTRL-EXISTE THEN
               ADD 1 CHV-VERSAO-ATUAL GIVING WS-NOVA-VERSAO
           ELSE
               MOVE 1                    TO WS-NOVA-VERSAO
           END-IF

           DISPLAY "FRASE DA NOVA CHAVE DE CIFRA, VERSAO "
                   WS-NOVA-VERSAO " (16 A 60 POSICOES, NAO FICA "
                   "GRAVADA)"
           ACCEPT WS-CRP-FRASE

           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-CRP-FRASE TALLYING WS-QTD-BRANCOS
                   FOR ALL SPACES
           IF WS-QTD-BRANCOS GREATER 44 THEN
               DISPLAY "FRASE CURTA DEMAIS - ROTACAO NAO EXECUTADA"
               CLOSE CHVFILE
               GO TO P563-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-CRP-STAMP
           END-STRING

           MOVE WS-NOVA-VERSAO           TO WS-CRP-CONF-VERSAO
           PERFORM P963-GERA-CHAVE THRU P963-FIM
           MOVE SPACES                   TO WS-CRP-FRASE

           MOVE WS-NOVA-VERSAO           TO CHV-VERSAO
           SET CHV-ATIVA TO TRUE
           MOVE WS-CRP-K1                TO CHV-K1
           MOVE WS-CRP-K2                TO CHV-K2
           MOVE WS-CRP-K3                TO CHV-K3
           MOVE WS-CRP-K4                TO CHV-K4
           MOVE WS-CRP-CONFERE           TO CHV-CONFERE
           MOVE WS-CRP-STAMP             TO CHV-DT-CRIACAO
           MOVE ZERO                     TO CHV-DT-RETIRADA
           WRITE REG-CHAVE
           INVALID KEY
               DISPLAY "VERSAO " WS-NOVA-VERSAO " JA EXISTE NO "
                       "CHVFILE - ACIONE A SEGURANCA, ROTACAO NAO "
                       "EXECUTADA"
               CLOSE CHVFILE
               GO TO P563-FIM
           END-WRITE

           MOVE ZERO                     TO CHV-VERSAO
           SET CHV-CONTROLE TO TRUE
           MOVE SPACES                   TO CHV-CONTROLE-AREA
           MOVE WS-NOVA-VERSAO           TO CHV-VERSAO-ATUAL
           SET CHV-ROTACAO-PENDENTE TO TRUE
           MOVE ZERO                     TO CHV-CONFERE
           MOVE WS-CRP-STAMP             TO CHV-DT-CRIACAO
           MOVE ZERO                     TO CHV-DT-RETIRADA
           IF CTRL-EXISTE THEN
               REWRITE REG-CHAVE
           ELSE
               WRITE REG-CHAVE
           END-IF

           CLOSE CHVFILE

           DISPLAY "CHAVE VERSAO " WS-NOVA-VERSAO
                   " CRIADA NO CHVFILE"
           SET CHAVE-PRONTA TO TRUE.
       P563-FIM.

      ******************************************************************
      * P564-GRAVA-BATCH: levanta (1) ou baixa (0) o semaforo "B" do
      * CADCTRL, como o P146 do CTLNOITE.
      ******************************************************************
           P564-GRAVA-BATCH.

           OPEN I-O CADCTRL
           IF WS-FS-CADCTRL EQUAL 35 THEN
               OPEN OUTPUT CADCTRL
               CLOSE CADCTRL
               OPEN I-O CADCTRL
           END-IF

           IF NOT FS-CADCTRL-OK THEN
               DISPLAY "CADCTRL INDISPONIVEL, SEMAFORO DO BATCH NAO"
                       " GRAVADO, FS=" WS-FS-CADCTRL
               GO TO P564-FIM
           END-IF

           SET CTRL-NOVO TO FALSE
           MOVE "B"                      TO CTR-CHAVE

           READ CADCTRL
           INVALID KEY
               MOVE "B"                  TO CTR-CHAVE
               MOVE ZERO                 TO CTR-ULT-SEQ
               MOVE ZERO                 TO CTR-QTD-ATIVO
               MOVE ZERO                 TO CTR-QTD-INATIVO
               MOVE ZERO                 TO CTR-ULT-CD-LISTA
               MOVE ZERO                 TO CTR-MAX-FALHAS
               MOVE ZERO                 TO CTR-GER-LIMITE
               SET CTRL-NOVO TO TRUE
           END-READ

           MOVE WS-BATCH-MARCA           TO CTR-ULT-SEQ

           IF CTRL-NOVO THEN
               WRITE REG-CTRL
           ELSE
               REWRITE REG-CTRL
           END-IF

           CLOSE CADCTRL.
       P564-FIM.

      ******************************************************************
      * P565-RECIFRA-CPLFILE: conta o CPLFILE, recifra no lugar os
      * registros que nao estao na versao nova e conta de novo.
      ******************************************************************
           P565-RECIFRA-CPLFILE.

           PERFORM P566-CONTA-CPLFILE THRU P566-FIM
           MOVE WS-QTD-TOTAL             TO WS-CPL-ANTES
           MOVE WS-QTD-NA-ATUAL          TO WS-CPL-ANTES-ATUAL

           OPEN I-O CPLFILE
           IF WS-FS-CPLFILE EQUAL 35 THEN
               DISPLAY "CPLFILE INEXISTENTE, NADA A RECIFRAR NELE"
               GO TO P565-FIM
           END-IF

           IF NOT FS-CPLFILE-OK THEN
               DISPLAY "CPLFILE INDISPONIVEL, FS=" WS-FS-CPLFILE
               ADD 1 TO WS-QTD-ERROS
               GO TO P565-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P567-RECIFRA-REG THRU P567-FIM UNTIL EOF-OK

           CLOSE CPLFILE

           PERFORM P566-CONTA-CPLFILE THRU P566-FIM
           MOVE WS-QTD-TOTAL             TO WS-CPL-DEPOIS
           MOVE WS-QTD-NA-ATUAL          TO WS-CPL-DEPOIS-ATUAL.
       P565-FIM.

           P566-CONTA-CPLFILE.

           MOVE ZERO TO WS-QTD-TOTAL
           MOVE ZERO TO WS-QTD-NA-ATUAL

           OPEN INPUT CPLFILE
           IF NOT FS-CPLFILE-OK THEN
               GO TO P566-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P570-CONTA-REG THRU P570-FIM UNTIL EOF-OK

           CLOSE CPLFILE.
       P566-FIM.

           P570-CONTA-REG.

           READ CPLFILE NEXT
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-QTD-TOTAL
               IF CPL-CHAVE-VERSAO EQUAL WS-CRP-ATUAL THEN
                   ADD 1 TO WS-QTD-NA-ATUAL
               END-IF
           END-READ.
       P570-FIM.

      ******************************************************************
      * P567-RECIFRA-REG: decifra com a versao em que o registro foi
      * gravado e cifra na versao nova. Sem a chave antiga o registro
      * fica como esta e conta como sem chave, segurando a retirada.
      ******************************************************************
           P567-RECIFRA-REG.

           READ CPLFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P567-FIM
           END-READ

           IF CPL-CHAVE-VERSAO EQUAL WS-CRP-ATUAL THEN
               ADD 1 TO WS-CPL-JA-ATUAIS
               GO TO P567-FIM
           END-IF

           MOVE CPL-CD-USER              TO WS-CRP-CD-USER
           MOVE CPL-CPF                  TO WS-CRP-CPF
           MOVE CPL-DT-NASCIMENTO        TO WS-CRP-NASC
           MOVE CPL-CHAVE-VERSAO         TO WS-CRP-VERSAO
           PERFORM P918-DECIFRA-COMPL THRU P918-FIM
           IF NOT CRP-OK THEN
               DISPLAY "SEM CHAVE VERSAO " CPL-CHAVE-VERSAO
                       " PARA O CD-USER " CPL-CD-USER
               ADD 1 TO WS-QTD-SEM-CHAVE
               GO TO P567-FIM
           END-IF

           PERFORM P917-CIFRA-COMPL THRU P917-FIM
           IF NOT CRP-OK THEN
               ADD 1 TO WS-QTD-SEM-CHAVE
               GO TO P567-FIM
           END-IF

           MOVE WS-CRP-CPF               TO CPL-CPF
           MOVE WS-CRP-NASC              TO CPL-DT-NASCIMENTO
           MOVE WS-CRP-VERSAO            TO CPL-CHAVE-VERSAO

           REWRITE REG-COMPL
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O CD-USER " CPL-CD-USER
                       ", FS=" WS-FS-CPLFILE
               ADD 1 TO WS-QTD-ERROS
           NOT INVALID KEY
               ADD 1 TO WS-CPL-RECIFRADOS
           END-REWRITE.
       P567-FIM.

      ******************************************************************
      * P568-RECIFRA-CPLHIST: o CPLHIST e sequencial - passa inteiro
      * pelo WRKPURG ja recifrado e e regravado do zero a partir dele,
      * contando as linhas nas duas pontas. Inexistente nao e erro.
      ******************************************************************
           P568-RECIFRA-CPLHIST.

           OPEN INPUT CPLHIST
           IF WS-FS-CPLHIST EQUAL 35 THEN
               DISPLAY "CPLHIST INEXISTENTE, NADA A RECIFRAR NELE"
               GO TO P568-FIM
           END-IF

           IF NOT FS-CPLHIST-OK THEN
               DISPLAY "CPLHIST INDISPONIVEL, FS=" WS-FS-CPLHIST
               ADD 1 TO WS-QTD-ERROS
               GO TO P568-FIM
           END-IF

           OPEN OUTPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P569-RECIFRA-LINHA THRU P569-FIM UNTIL EOF-OK

           CLOSE WRKPURG
           CLOSE CPLHIST

           OPEN OUTPUT CPLHIST
           OPEN INPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P572-REGRAVA-LINHA THRU P572-FIM UNTIL EOF-OK

           CLOSE WRKPURG
           CLOSE CPLHIST.
       P568-FIM.

           P569-RECIFRA-LINHA.

           READ CPLHIST
           AT END
               SET EOF-OK TO TRUE
               GO TO P569-FIM
           END-READ

           ADD 1 TO WS-HIST-ANTES

           IF CPH-CHAVE-VERSAO NUMERIC THEN
               MOVE CPH-CHAVE-VERSAO     TO WS-VERSAO-LINHA
           ELSE
               MOVE ZERO                 TO WS-VERSAO-LINHA
           END-IF

           IF WS-VERSAO-LINHA EQUAL WS-CRP-ATUAL THEN
               ADD 1 TO WS-HIST-JA-ATUAIS
           ELSE
               MOVE CPH-CD-USER          TO WS-CRP-CD-USER
               MOVE CPH-CPF              TO WS-CRP-CPF
               MOVE CPH-DT-NASCIMENTO    TO WS-CRP-NASC
               MOVE WS-VERSAO-LINHA      TO WS-CRP-VERSAO
               PERFORM P918-DECIFRA-COMPL THRU P918-FIM
               IF CRP-OK THEN
                   PERFORM P917-CIFRA-COMPL THRU P917-FIM
               END-IF
               IF CRP-OK THEN
                   MOVE WS-CRP-CPF       TO CPH-CPF
                   MOVE WS-CRP-NASC      TO CPH-DT-NASCIMENTO
                   MOVE WS-CRP-VERSAO    TO CPH-CHAVE-VERSAO
                   ADD 1                 TO WS-HIST-RECIFRADAS
               ELSE
                   DISPLAY "CPLHIST: SEM CHAVE VERSAO "
                           WS-VERSAO-LINHA " PARA O CD-USER "
                           CPH-CD-USER
                   ADD 1                 TO WS-QTD-SEM-CHAVE
               END-IF
           END-IF

           MOVE SPACES                   TO REG-WRK-PURGA
           MOVE REG-COMPL-HIST           TO REG-WRK-PURGA
           WRITE REG-WRK-PURGA.
       P569-FIM.

           P572-REGRAVA-LINHA.

           READ WRKPURG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-WRK-PURGA        TO REG-COMPL-HIST
               WRITE REG-COMPL-HIST
               ADD 1 TO WS-HIST-DEPOIS
               IF CPH-CHAVE-VERSAO NUMERIC AND
                  CPH-CHAVE-VERSAO EQUAL WS-CRP-ATUAL THEN
                   ADD 1 TO WS-HIST-DEPOIS-ATUAL
               END-IF
           END-READ.
       P572-FIM.

      ******************************************************************
      * P571-RETIRA-CHAVES: com tudo na versao nova, as demais versoes
      * ativas passam a retiradas (deixam de ser carregadas - o que
      * ainda estiver cifrado nelas, como geracoes antigas, fica
      * ilegivel) e a pendencia do controle e baixada.
      ******************************************************************
           P571-RETIRA-CHAVES.

           OPEN I-O CHVFILE
           IF NOT FS-CHVFILE-OK THEN
               DISPLAY "CHVFILE INDISPONIVEL NA RETIRADA, FS="
                       WS-FS-CHVFILE " - RODE O ROTCHAVE DE NOVO"
               MOVE 8 TO RETURN-CODE
               GO TO P571-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-CRP-STAMP
           END-STRING

           MOVE 1                        TO CHV-VERSAO
           START CHVFILE KEY IS NOT LESS CHV-VERSAO
           INVALID KEY
               SET EOF-OK TO TRUE
           NOT INVALID KEY
               SET EOF-OK TO FALSE
           END-START

           PERFORM P573-RETIRA-VERSAO THRU P573-FIM UNTIL EOF-OK

           MOVE ZERO                     TO CHV-VERSAO
           READ CHVFILE
           KEY IS CHV-VERSAO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET CHV-ROTACAO-PENDENTE TO FALSE
               REWRITE REG-CHAVE
           END-READ

           CLOSE CHVFILE.
       P571-FIM.

           P573-RETIRA-VERSAO.

           READ CHVFILE NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P573-FIM
           END-READ

           IF CHV-ATIVA AND CHV-VERSAO NOT EQUAL WS-CRP-ATUAL THEN
               SET CHV-RETIRADA TO TRUE
               MOVE WS-CRP-STAMP         TO CHV-DT-RETIRADA
               REWRITE REG-CHAVE
               ADD 1 TO WS-QTD-RETIRADAS
           END-IF.
       P573-FIM.

           COPY CRPCIF.

           COPY CHVGER.
       END PROGRAM ROTCHAVE.
