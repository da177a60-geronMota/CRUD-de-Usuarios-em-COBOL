      *                 (DPT-VAGAS) e a coluna de saldo (teto menos
      *                 ativos, negativa quando estourado);
      *                 departamento sem teto sai como SEM TETO.
      * 15/10/26 GERO - Separacao por departamento: ao lado do DEPUSER
      *                 grava o SEPFEED (rotina SPDGRV) com o titulo e
      *                 as duas linhas de cada departamento marcadas com
      *                 o codigo dele, para o SEPAREL emitir a copia de
      *                 cada gestor.
      * 15/10/26 GERO - Relatorio sob demanda: chamado pelo SPOOLREL
      *                 para um pedido da FILAREL (cartao PARMREL,
      *                 rotina PRMLER) o relatorio sai no DEPUSER sem
      *                 data, sem registrar geracao da noite e sem
      *                 gravar o SEPFEED.
      * 15/10/26 GERO - Contagem e impressao passaram para a rotina
      *                 compartilhada DEPPAS (P811/P812/P813), a mesma
      *                 que a passagem unica PASSUSER do CTLNOITE usa,
      *                 para as duas rodadas produzirem o mesmo DEPUSER;
      *                 indice e saldo editado renomeados para
      *                 WS-DEP-IDX e WS-SALDO-VAGAS-ED.
      * 15/10/26 GERO - O relatorio passou a sair como organograma da
      *                 hierarquia de departamentos (DPT-PAI): cada
      *                 departamento recuado sob o pai, com subtotal do
      *                 ramo em todo nivel e o teto do ramo (o proprio
      *                 DPT-VAGAS ou a soma dos tetos abaixo) contra os
      *                 ativos do ramo. A descricao vem da hierarquia
      *                 carregada pela rotina DPTARV, no lugar da
      *                 DPTVAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEPTO.
           COPY DPTSEL.
           COPY GERSEL.
           COPY SEQSEL.
           COPY SPDSEL.
           COPY PRMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CADCTRL.
           COPY SEQREC.

       FD SEPFEED.
           COPY SPDREC.

       FD PARMREL.
           COPY PRMREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-EOF                         PIC X.
        88 EOF-OK                        VALUE "S" FALSE "N".
       77 WS-DATA-SISTEMA                PIC 9(08).
       77 WS-FS-CADCTRL                  PIC 99.
        88 FS-CADCTRL-OK                 VALUE 0.

           COPY STATWRK.

           COPY DPTARVWK.

           COPY GERWRK.

           COPY CADWRK.

           COPY SPDWK.

           COPY PRMWK.

           COPY DEPPWK.

       PROCEDURE DIVISION.

      ******************************************************************
      * P800-RELATAR: mainline - percorre CADUSER inteiro somando 1 na
      * tabela em memoria de cada departamento encontrado, depois
      * imprime um total por departamento em DEPUSER (rotina DEPPAS,
      * a mesma da passagem unica PASSUSER).
      * Executado sob demanda pelo SPOOLREL o relatorio sai no DEPUSER
      * sem data, que o SPOOLREL copia para a geracao do pedido, e nao
      * mexe na geracao da noite nem no SEPFEED.
      ******************************************************************
           P800-RELATAR.

           MOVE "RELDEPTO"          TO WS-FS-PROGRAMA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM P985-LE-PARAMETRO THRU P985-FIM

           PERFORM P811-DEP-ABRE THRU P811-FIM

           OPEN INPUT CADUSER
           IF NOT FS-CADUSER-OK THEN
               CLOSE CADUSER
               GOBACK
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P820-CONTAR THRU P820-FIM UNTIL EOF-OK

           CLOSE CADUSER

           PERFORM P813-DEP-FECHA THRU P813-FIM

           MOVE WS-DEP-RC               TO RETURN-CODE

           GOBACK.
       P800-FIM.

      ******************************************************************
      * P820-CONTAR: le cada REG-USER de CADUSER e soma 1 na entrada
      * correspondente ao departamento dele na tabela em memoria.
      ******************************************************************
           P820-CONTAR.

           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM P812-DEP-REGISTRO THRU P812-FIM
           END-READ.
       P820-FIM.

           COPY DEPPAS.

           COPY DPTARV.

           COPY GERGRV.
           COPY STATCHK.

           COPY SPDGRV.

           COPY PRMLER.
       END PROGRAM RELDEPTO.
