      ******************************************************************
      * Author:JEFFERSON MOTA SILVA(GERO)
      * Date:15/10/26
      * Purpose:PRATICAR CRUD EM COBOL/CONVERSAO UNICA PARA A CIFRA DO
      *         CPF E DA DATA DE NASCIMENTO
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 GERO - Programa novo: conversao de uma unica vez do
      *                 CPLFILE gravado no layout de 87 bytes (CPF e
      *                 nascimento abertos, sem CPL-CHAVE-VERSAO) para
      *                 o layout atual de CPLREC com os dois campos
      *                 cifrados (rotina CRPCIF), no molde do CONVCPL:
      *                 descarrega pelo layout antigo no WRKPURG ja com
      *                 a imagem nova cifrada e recarrega o CPLFILE do
      *                 zero conferindo a contagem. Na mesma rodada
      *                 cifra as linhas abertas do CPLHIST (versao em
      *                 branco ou 0000), regravando o arquivo inteiro
      *                 pelo WRKPURG, tambem com contagem. Sem chave no
      *                 CHVFILE, pede a frase da primeira chave
      *                 (versao 0001) pelo SYSIN; com chave, usa a
      *                 atual. Recusa rodar de novo - o layout antigo
      *                 ja nao abre depois da conversao. CPLFILE que
      *                 veio do layout de 86 bytes pelo CONVCPL ja esta
      *                 no layout atual (aberto, versao 0000) e e
      *                 cifrado pelo ROTCHAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCRIP.

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

      *    O mesmo arquivo fisico do CPLFILE, aberto pelo layout de 87
      *    bytes (CPF e nascimento abertos) - este SELECT so existe
      *    aqui, para a leitura unica de conversao.
           SELECT CPLVELHO ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\CPLFILE.cbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPV-CD-USER
           FILE STATUS IS WS-FS-CPLVELHO.

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

       FD CPLVELHO.
       01 REG-COMPL-VELHO.
           03 CPV-CD-USER                PIC 9(06).
           03 CPV-LOGRADOURO             PIC X(30).
           03 CPV-NUMERO                 PIC X(06).
           03 CPV-CIDADE                 PIC X(20).
           03 CPV-UF                     PIC X(02).
           03 CPV-CEP                    PIC 9(08).
           03 CPV-CPF                    PIC 9(11).
           03 CPV-DT-NASCIMENTO          PIC 9(08).
           03 CPV-FL-DEVOLVIDO           PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-FS-CPLVELHO                 PIC 99.
        88 FS-CPLVELHO-OK                VALUE 0.
       77 WS-FS-WRKPURG                  PIC 99.
        88 FS-WRKPURG-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-CHAVE-PRONTA                PIC X.
        88 CHAVE-PRONTA                  VALUE "S" FALSE "N".
       77 WS-CTRL-EXISTE                 PIC X.
        88 CTRL-EXISTE                   VALUE "S" FALSE "N".
       77 WS-QTD-LIDOS                   PIC 9(06).
       77 WS-QTD-GRAVADOS                PIC 9(06).
       77 WS-QTD-ABERTOS                 PIC 9(06).
       77 WS-QTD-HIST-LIDAS              PIC 9(06).
       77 WS-QTD-HIST-CIFRADAS           PIC 9(06).
       77 WS-QTD-HIST-REGRAVADAS         PIC 9(06).
       77 WS-QTD-BRANCOS                 PIC 9(02).
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-HORA-SISTEMA                PIC 9(08).

           COPY CRPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P551-CONVERTER: mainline da conversao unica - garante a chave,
      * descarrega o layout de 87 bytes no arquivo de trabalho ja com
      * a imagem nova cifrada, regrava o CPLFILE do zero, cifra o
      * CPLHIST e confere as contagens. Arquivo inexistente ou ja no
      * layout novo termina sem mexer em nada.
      ******************************************************************
           P551-CONVERTER.

           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-GRAVADOS
           MOVE ZERO TO WS-QTD-ABERTOS
           MOVE ZERO TO WS-QTD-HIST-LIDAS
           MOVE ZERO TO WS-QTD-HIST-CIFRADAS
           MOVE ZERO TO WS-QTD-HIST-REGRAVADAS

           OPEN INPUT CPLVELHO

           IF WS-FS-CPLVELHO EQUAL 35 THEN
               DISPLAY "CPLFILE INEXISTENTE, NADA A CONVERTER"
               GOBACK
           END-IF

           IF NOT FS-CPLVELHO-OK THEN
               DISPLAY "CPLFILE NAO ABRE PELO LAYOUT DE 87 BYTES (FS="
                       WS-FS-CPLVELHO ") - JA CONVERTIDO OU"
                       " INDISPONIVEL, NADA FOI ALTERADO"
               GOBACK
           END-IF

           PERFORM P552-PREPARA-CHAVE THRU P552-FIM
           IF NOT CHAVE-PRONTA THEN
               CLOSE CPLVELHO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET CRP-CHAVES-FIXAS TO FALSE
           PERFORM P943-CARREGA-CHAVES THRU P943-FIM
           SET CRP-CHAVES-FIXAS TO TRUE

           OPEN OUTPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P553-DESCARREGA THRU P553-FIM UNTIL EOF-OK

           CLOSE WRKPURG
           CLOSE CPLVELHO

           IF WS-QTD-LIDOS NOT EQUAL ZERO THEN
               OPEN OUTPUT CPLFILE
               IF NOT FS-CPLFILE-OK THEN
                   DISPLAY "NAO FOI POSSIVEL REGRAVAR O CPLFILE, FS="
                           WS-FS-CPLFILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN INPUT WRKPURG

               SET EOF-OK TO FALSE
               PERFORM P554-RECARREGA THRU P554-FIM UNTIL EOF-OK

               CLOSE WRKPURG
               CLOSE CPLFILE
           END-IF

           PERFORM P555-CIFRA-CPLHIST THRU P555-FIM

           DISPLAY "CPLFILE - LIDOS NO LAYOUT ANTIGO: " WS-QTD-LIDOS
                   "  GRAVADOS NO LAYOUT NOVO: " WS-QTD-GRAVADOS
           DISPLAY "CPLHIST - LINHAS LIDAS: " WS-QTD-HIST-LIDAS
                   "  CIFRADAS AGORA: " WS-QTD-HIST-CIFRADAS
                   "  REGRAVADAS: " WS-QTD-HIST-REGRAVADAS

           IF WS-QTD-GRAVADOS NOT EQUAL WS-QTD-LIDOS OR
              WS-QTD-HIST-REGRAVADAS NOT EQUAL WS-QTD-HIST-LIDAS THEN
               DISPLAY "*** CONTAGEM NAO CONFERE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CPF E NASCIMENTO CIFRADOS NA VERSAO DE CHAVE "
                       WS-CRP-ATUAL
           END-IF

           IF WS-QTD-ABERTOS NOT EQUAL ZERO THEN
               DISPLAY "REGISTROS QUE FICARAM ABERTOS (VERSAO 0000), "
                       "PARA O ROTCHAVE: " WS-QTD-ABERTOS
               IF RETURN-CODE LESS 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.
       P551-FIM.

      ******************************************************************
      * P552-PREPARA-CHAVE: com versao atual no registro de controle do
      * CHVFILE a conversao usa essa chave; sem ela, pede a frase da
      * seguranca e grava a versao 0001 e o controle apontando para
      * ela. Frase curta ou CHVFILE indisponivel param a conversao
      * antes de qualquer gravacao no cadastro.
      ******************************************************************
           P552-PREPARA-CHAVE.

           SET CHAVE-PRONTA TO FALSE

           OPEN I-O CHVFILE
           IF WS-FS-CHVFILE EQUAL 35 THEN
               OPEN OUTPUT CHVFILE
               CLOSE CHVFILE
               OPEN I-O CHVFILE
           END-IF

           IF NOT FS-CHVFILE-OK THEN
               DISPLAY "CHVFILE INDISPONIVEL, FS=" WS-FS-CHVFILE
                       " - NADA FOI CONVERTIDO"
               GO TO P552-FIM
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

           IF CTRL-EXISTE AND CHV-VERSAO-ATUAL NOT EQUAL ZERO THEN
               DISPLAY "USANDO A CHAVE ATUAL, VERSAO "
                       CHV-VERSAO-ATUAL
               SET CHAVE-PRONTA TO TRUE
               CLOSE CHVFILE
               GO TO P552-FIM
           END-IF

           DISPLAY "FRASE DA PRIMEIRA CHAVE DE CIFRA (16 A 60 "
                   "POSICOES, NAO FICA GRAVADA)"
           ACCEPT WS-CRP-FRASE

           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-CRP-FRASE TALLYING WS-QTD-BRANCOS
                   FOR ALL SPACES
           IF WS-QTD-BRANCOS GREATER 44 THEN
               DISPLAY "FRASE CURTA DEMAIS - NADA FOI CONVERTIDO"
               CLOSE CHVFILE
               GO TO P552-FIM
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-SISTEMA       DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)  DELIMITED BY SIZE
                  INTO WS-CRP-STAMP
           END-STRING

           MOVE 1                        TO WS-CRP-CONF-VERSAO
           PERFORM P963-GERA-CHAVE THRU P963-FIM
           MOVE SPACES                   TO WS-CRP-FRASE

           MOVE 1                        TO CHV-VERSAO
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
               DISPLAY "CHVFILE TEM VERSAO 0001 SEM REGISTRO DE "
                       "CONTROLE - ACIONE A SEGURANCA, NADA FOI "
                       "CONVERTIDO"
               CLOSE CHVFILE
               GO TO P552-FIM
           END-WRITE

           MOVE ZERO                     TO CHV-VERSAO
           SET CHV-CONTROLE TO TRUE
           MOVE SPACES                   TO CHV-CONTROLE-AREA
           MOVE 1                        TO CHV-VERSAO-ATUAL
           SET CHV-ROTACAO-PENDENTE TO FALSE
           MOVE ZERO                     TO CHV-CONFERE
           MOVE WS-CRP-STAMP             TO CHV-DT-CRIACAO
           MOVE ZERO                     TO CHV-DT-RETIRADA
           IF CTRL-EXISTE THEN
               REWRITE REG-CHAVE
           ELSE
               WRITE REG-CHAVE
           END-IF

           CLOSE CHVFILE

           DISPLAY "CHAVE VERSAO 0001 CRIADA NO CHVFILE"
           SET CHAVE-PRONTA TO TRUE.
       P552-FIM.

      ******************************************************************
      * P553-DESCARREGA: um registro do layout antigo vira a imagem do
      * layout novo no arquivo de trabalho, com CPF e nascimento
      * cifrados para o proprio CD-USER na versao atual.
      ******************************************************************
           P553-DESCARREGA.

           READ CPLVELHO NEXT
           AT END
               SET EOF-OK TO TRUE
               GO TO P553-FIM
           END-READ

           ADD 1 TO WS-QTD-LIDOS
           MOVE CPV-CD-USER              TO CPL-CD-USER
           MOVE CPV-LOGRADOURO           TO CPL-LOGRADOURO
           MOVE CPV-NUMERO               TO CPL-NUMERO
           MOVE CPV-CIDADE               TO CPL-CIDADE
           MOVE CPV-UF                   TO CPL-UF
           MOVE CPV-CEP                  TO CPL-CEP
           MOVE CPV-FL-DEVOLVIDO         TO CPL-FL-DEVOLVIDO

           MOVE CPV-CD-USER              TO WS-CRP-CD-USER
           MOVE CPV-CPF                  TO WS-CRP-CPF
           MOVE CPV-DT-NASCIMENTO        TO WS-CRP-NASC
           PERFORM P917-CIFRA-COMPL THRU P917-FIM
           IF CRP-OK THEN
               MOVE WS-CRP-CPF           TO CPL-CPF
               MOVE WS-CRP-NASC          TO CPL-DT-NASCIMENTO
               MOVE WS-CRP-VERSAO        TO CPL-CHAVE-VERSAO
           ELSE
               MOVE CPV-CPF              TO CPL-CPF
               MOVE CPV-DT-NASCIMENTO    TO CPL-DT-NASCIMENTO
               MOVE ZERO                 TO CPL-CHAVE-VERSAO
               ADD 1                     TO WS-QTD-ABERTOS
           END-IF

           MOVE SPACES                   TO REG-WRK-PURGA
           MOVE REG-COMPL                TO REG-WRK-PURGA
           WRITE REG-WRK-PURGA.
       P553-FIM.

           P554-RECARREGA.

           READ WRKPURG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-WRK-PURGA        TO REG-COMPL
               WRITE REG-COMPL
               INVALID KEY
                   DISPLAY "CHAVE RECUSADA NA RECARGA: " CPL-CD-USER
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
               END-WRITE
           END-READ.
       P554-FIM.

      ******************************************************************
      * P555-CIFRA-CPLHIST: o CPLHIST e sequencial - passa inteiro pelo
      * WRKPURG, cifrando as linhas abertas (versao em branco, das
      * linhas gravadas antes do campo existir, ou 0000), e e regravado
      * do zero a partir dele. CPLHIST inexistente nao e erro.
      ******************************************************************
           P555-CIFRA-CPLHIST.

           OPEN INPUT CPLHIST
           IF NOT FS-CPLHIST-OK THEN
               DISPLAY "CPLHIST INEXISTENTE OU INDISPONIVEL (FS="
                       WS-FS-CPLHIST "), NADA A CIFRAR NELE"
               GO TO P555-FIM
           END-IF

           OPEN OUTPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P556-LE-CPLHIST THRU P556-FIM UNTIL EOF-OK

           CLOSE WRKPURG
           CLOSE CPLHIST

           OPEN OUTPUT CPLHIST
           OPEN INPUT WRKPURG

           SET EOF-OK TO FALSE
           PERFORM P557-REGRAVA-CPLHIST THRU P557-FIM UNTIL EOF-OK

           CLOSE WRKPURG
           CLOSE CPLHIST.
       P555-FIM.

           P556-LE-CPLHIST.

           READ CPLHIST
           AT END
               SET EOF-OK TO TRUE
               GO TO P556-FIM
           END-READ

           ADD 1 TO WS-QTD-HIST-LIDAS

           IF CPH-CHAVE-VERSAO-X EQUAL SPACES OR
              CPH-CHAVE-VERSAO NOT NUMERIC OR
              CPH-CHAVE-VERSAO EQUAL ZERO THEN
               MOVE CPH-CD-USER          TO WS-CRP-CD-USER
               MOVE CPH-CPF              TO WS-CRP-CPF
               MOVE CPH-DT-NASCIMENTO    TO WS-CRP-NASC
               PERFORM P917-CIFRA-COMPL THRU P917-FIM
               IF CRP-OK THEN
                   MOVE WS-CRP-CPF       TO CPH-CPF
                   MOVE WS-CRP-NASC      TO CPH-DT-NASCIMENTO
                   MOVE WS-CRP-VERSAO    TO CPH-CHAVE-VERSAO
                   ADD 1                 TO WS-QTD-HIST-CIFRADAS
               ELSE
                   MOVE ZERO             TO CPH-CHAVE-VERSAO
                   ADD 1                 TO WS-QTD-ABERTOS
               END-IF
           END-IF

           MOVE SPACES                   TO REG-WRK-PURGA
           MOVE REG-COMPL-HIST           TO REG-WRK-PURGA
           WRITE REG-WRK-PURGA.
       P556-FIM.

           P557-REGRAVA-CPLHIST.

           READ WRKPURG
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-WRK-PURGA        TO REG-COMPL-HIST
               WRITE REG-COMPL-HIST
               ADD 1 TO WS-QTD-HIST-REGRAVADAS
           END-READ.
       P557-FIM.

           COPY CRPCIF.

           COPY CHVGER.
       END PROGRAM CONVCRIP.
