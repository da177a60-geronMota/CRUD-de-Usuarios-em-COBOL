      ******************************************************************
      * Paragraphs: P988-ABRE-SEPARACAO, P989-GRAVA-SEPARACAO,
      *             P991-FECHA-SEPARACAO, P992-NOME-SEPARACAO
      * Purpose : rotina compartilhada da separacao por departamento,
      *           copiada na PROCEDURE DIVISION de LISTUSER, RELDEPTO,
      *           DORMUSER e ANIVUSER (gravacao) e do SEPAREL
      *           (leitura). O programa do relatorio abre o SEPFEED
      *           do seu relatorio, grava cada linha que imprime com
      *           o departamento dela e fecha junto com o spool. A
      *           separacao e acessoria: se o SEPFEED nao abre, o
      *           relatorio inteiro sai do mesmo jeito e so a copia
      *           por departamento fica para a proxima emissao.
      *           O caller precisa de SPDSEL/SPDREC (FD SEPFEED) e
      *           SPDWK.
      ******************************************************************
           P988-ABRE-SEPARACAO.

           SET TEM-SEPFEED TO FALSE
           MOVE ZERO                     TO WS-SPD-SEQ

           PERFORM P992-NOME-SEPARACAO THRU P992-FIM

           OPEN OUTPUT SEPFEED
           IF FS-SEPFEED-OK THEN
               SET TEM-SEPFEED TO TRUE
           ELSE
               DISPLAY "SEPARACAO POR DEPARTAMENTO INDISPONIVEL PARA "
                       WS-SPD-RELATORIO ", FS=" WS-FS-SEPFEED
           END-IF.
       P988-FIM.

           P989-GRAVA-SEPARACAO.

           IF NOT TEM-SEPFEED THEN
               GO TO P989-FIM
           END-IF

           ADD 1                         TO WS-SPD-SEQ
           MOVE WS-SPD-TIPO              TO SPD-TIPO
           MOVE WS-SPD-SECAO             TO SPD-SECAO
           MOVE WS-SPD-DEPTO             TO SPD-DEPTO
           MOVE WS-SPD-SEQ               TO SPD-SEQ
           MOVE WS-SPD-LINHA             TO SPD-LINHA
           WRITE REG-SEPARACAO.
       P989-FIM.

           P991-FECHA-SEPARACAO.

           IF TEM-SEPFEED THEN
               CLOSE SEPFEED
               SET TEM-SEPFEED TO FALSE
           END-IF.
       P991-FIM.

      ******************************************************************
      * P992-NOME-SEPARACAO: monta o nome fisico do SEPFEED do
      * relatorio em WS-SPD-RELATORIO - o mesmo nome para quem grava
      * e para o SEPAREL, que le.
      ******************************************************************
           P992-NOME-SEPARACAO.

           MOVE SPACES                   TO WS-NOME-SEPFEED
           STRING "C:\Users\PC\Desktop\CRUD\" DELIMITED BY SIZE
                  WS-SPD-RELATORIO       DELIMITED BY SPACE
                  ".SEP.cbl"             DELIMITED BY SIZE
                  INTO WS-NOME-SEPFEED
           END-STRING.
       P992-FIM.
