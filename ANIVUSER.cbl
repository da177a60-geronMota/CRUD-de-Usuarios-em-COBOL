      *                 lista de quem esta sem cadastro complementar
      *                 (ou sem data de nascimento), que entra no
      *                 quadro como faixa propria. Tudo em ANVREL.
      * 15/10/26 GERO - Separacao por departamento: ao lado do ANVREL
      *                 grava o SEPFEED (rotina SPDGRV) com o titulo, o
      *                 cabecalho de cada quadro e cada linha de
      *                 aniversariante, de faixa etaria e de falta de
      *                 complemento marcada com o departamento, para o
      *                 SEPAREL emitir o bloco de cada gestor. A lista
      *                 de quem esta sem complemento passou a guardar o
      *                 departamento junto com o codigo.
      * 15/10/26 GERO - Relatorio sob demanda: chamado pelo SPOOLREL
      *                 para um pedido da FILAREL (cartao PARMREL,
      *                 rotina PRMLER) o relatorio sai inteiro no ANVREL
      *                 sem gravar o SEPFEED.
      * 15/10/26 GERO - Nascimento decifrado do CPLFILE (rotina CRPCIF)
      *                 so em memoria para a idade e o mes; registro com
      *                 chave indisponivel conta como sem complemento e
      *                 o total sai no fim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANIVUSER.
           COPY CPLSEL.
           COPY ANVSEL.
           COPY ASVSEL.
           COPY SPDSEL.
           COPY PRMSEL.
           COPY CHVSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ANVREL.
           COPY ANVREC.

       FD SEPFEED.
           COPY SPDREC.

       FD PARMREL.
           COPY PRMREC.

       FD CHVFILE.
           COPY CHVREC.

       SD WRKANV.
           COPY ASVREC.

       77 WS-IDADE                       PIC 9(03).
       77 WS-QTD-ANIVER                  PIC 9(04).
       77 WS-QTD-SEM-CPL                 PIC 9(06).
       77 WS-QTD-SEM-CHAVE               PIC 9(06).
       77 WS-DT-NASC                     PIC 9(08).
       77 WS-QTD-SEM-LISTA               PIC 9(03) COMP.
       77 WS-IDX                         PIC 9(03) COMP.
       77 WS-BND                         PIC 9(01).
       77 WS-DEPTO-ULT                   PIC X(10).

       01 TAB-SEM-COMPL.
           03 TAB-SEM OCCURS 500 TIMES.
               05 TAB-SEM-CD             PIC 9(06).
               05 TAB-SEM-DEPTO          PIC X(10).

       01 TAB-DEPTOS.
           03 TAB-DEPTO OCCURS 50 TIMES INDEXED BY WS-TDX.

           COPY CADWRK.

           COPY SPDWK.

           COPY PRMWK.

           COPY CRPWK.

       PROCEDURE DIVISION.

      ******************************************************************

           MOVE "ANIVUSER"          TO WS-FS-PROGRAMA

           PERFORM P985-LE-PARAMETRO THRU P985-FIM

           MOVE ZERO TO WS-QTD-ANIVER
           MOVE ZERO TO WS-QTD-SEM-CPL
           MOVE ZERO TO WS-QTD-SEM-CHAVE
           SET CRP-CHAVES-FIXAS TO TRUE
           MOVE ZERO TO WS-QTD-SEM-LISTA
           MOVE ZERO TO WS-QTD-DEPTOS

           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           IF NOT PRM-SOB-DEMANDA THEN
               MOVE "ANVREL"            TO WS-SPD-RELATORIO
               PERFORM P988-ABRE-SEPARACAO THRU P988-FIM
           END-IF
           SET SPD-TP-TITULO TO TRUE
           MOVE ZERO                     TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE ALL "-" TO WS-LINHA-ANV
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL
           PERFORM P679-SEM-COMPLEMENTO THRU P679-FIM

           CLOSE ANVREL
           PERFORM P991-FECHA-SEPARACAO THRU P991-FIM

           DISPLAY "ANIVERSARIANTES DO MES " WS-MES-ALVO ": "
                   WS-QTD-ANIVER "  (RELATORIO EM ANVREL)"
           IF WS-QTD-SEM-CHAVE NOT EQUAL ZERO THEN
               DISPLAY "NASCIMENTOS NAO DECIFRADOS (CHAVE DO CHVFILE "
                       "INDISPONIVEL), CONTADOS SEM COMPLEMENTO: "
                       WS-QTD-SEM-CHAVE
           END-IF

           GOBACK.
       P670-FIM.
           P673-TRATA-ATIVO.

           SET TEM-CPL TO FALSE
           MOVE ZERO                     TO WS-DT-NASC
           IF TEM-ARQ-CPL THEN
               MOVE WS-CD-USER           TO CPL-CD-USER
               READ CPLFILE
               END-READ
           END-IF

           IF TEM-CPL THEN
               MOVE CPL-CD-USER          TO WS-CRP-CD-USER
               MOVE CPL-CHAVE-VERSAO     TO WS-CRP-VERSAO
               MOVE CPL-CPF              TO WS-CRP-CPF
               MOVE CPL-DT-NASCIMENTO    TO WS-CRP-NASC
               PERFORM P918-DECIFRA-COMPL THRU P918-FIM
               IF CRP-OK THEN
                   MOVE WS-CRP-NASC      TO WS-DT-NASC
               ELSE
                   ADD 1                 TO WS-QTD-SEM-CHAVE
               END-IF
           END-IF

           IF NOT TEM-CPL OR WS-DT-NASC EQUAL ZERO THEN
               MOVE 6                    TO WS-BND
               PERFORM P674-SOMA-FAIXA THRU P674-FIM
               ADD 1                     TO WS-QTD-SEM-CPL
                   ADD 1                 TO WS-QTD-SEM-LISTA
                   MOVE WS-CD-USER       TO
                                       TAB-SEM-CD (WS-QTD-SEM-LISTA)
                   MOVE WS-DEPTO         TO
                                       TAB-SEM-DEPTO (WS-QTD-SEM-LISTA)
               END-IF
               GO TO P673-FIM
           END-IF

           COMPUTE WS-DIAS-NASC =
               FUNCTION INTEGER-OF-DATE(WS-DT-NASC)
           COMPUTE WS-IDADE = FUNCTION INTEGER
               ((WS-DIAS-HOJE - WS-DIAS-NASC) / 365)

           END-EVALUATE
           PERFORM P674-SOMA-FAIXA THRU P674-FIM

           IF WS-DT-NASC(5:2) EQUAL WS-MES-ALVO THEN
               MOVE WS-DEPTO             TO ASV-DEPTO
               MOVE WS-DT-NASC(7:2)      TO ASV-DIA
               MOVE WS-CD-USER           TO ASV-CD-USER
               MOVE WS-NM                TO ASV-NM
               RELEASE REG-ANIV-ORD
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           SET SPD-TP-COLUNAS TO TRUE
           MOVE 1                        TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           SET EOF-ORD-OK TO FALSE
           PERFORM P678-LER-ORDENADO THRU P678-FIM UNTIL EOF-ORD-OK

               END-STRING
               MOVE WS-LINHA-ANV TO ANV-LINHA
               WRITE REG-ANIV-REL

               SET SPD-TP-DETALHE TO TRUE
               MOVE 1                    TO WS-SPD-SECAO
               MOVE ASV-DEPTO            TO WS-SPD-DEPTO
               MOVE WS-LINHA-ANV         TO WS-SPD-LINHA
               PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM
           END-RETURN.
       P678-FIM.

           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           SET SPD-TP-COLUNAS TO TRUE
           MOVE 2                        TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           MOVE "DEPARTAMENTO   ATE25  26-35  36-45  46-55  56+  S/CPL"
                                         TO WS-LINHA-ANV
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           SET SPD-TP-COLUNAS TO TRUE
           MOVE 2                        TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           PERFORM P681-LINHA-DEPTO THRU P681-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEPTOS.
                  INTO WS-LINHA-ANV
           END-STRING
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 2                        TO WS-SPD-SECAO
           MOVE TAB-NOME-DEPTO (WS-TDX)  TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P681-FIM.

      ******************************************************************
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           MOVE "SEM CADASTRO COMPLEMENTAR (OU SEM DATA DE NASCIMENTO)"
                                         TO WS-LINHA-ANV
           SET SPD-TP-COLUNAS TO TRUE
           MOVE 3                        TO WS-SPD-SECAO
           MOVE SPACES                   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM

           PERFORM P682-LINHA-SEM THRU P682-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEM-LISTA
                  INTO WS-LINHA-ANV
           END-STRING
           MOVE WS-LINHA-ANV TO ANV-LINHA
           WRITE REG-ANIV-REL

           SET SPD-TP-DETALHE TO TRUE
           MOVE 3                        TO WS-SPD-SECAO
           MOVE TAB-SEM-DEPTO (WS-IDX)   TO WS-SPD-DEPTO
           MOVE WS-LINHA-ANV             TO WS-SPD-LINHA
           PERFORM P989-GRAVA-SEPARACAO THRU P989-FIM.
       P682-FIM.

           COPY STATCHK.

           COPY SPDGRV.

           COPY PRMLER.

           COPY CRPCIF.
       END PROGRAM ANIVUSER.
