      ******************************************************************
      * Copybook: SPDWK
      * Purpose : WORKING-STORAGE fields for SPDGRV, a rotina
      *           compartilhada de separacao por departamento. O
      *           caller move o nome logico do relatorio para
      *           WS-SPD-RELATORIO antes de P988-ABRE-SEPARACAO e,
      *           para cada linha, o tipo, a secao, o departamento e
      *           o texto para WS-SPD-TIPO/SECAO/DEPTO/LINHA antes de
      *           P989-GRAVA-SEPARACAO.
      ******************************************************************
       77 WS-FS-SEPFEED                  PIC 99.
        88 FS-SEPFEED-OK                 VALUE 0.
       77 WS-NOME-SEPFEED                PIC X(50).
       77 WS-TEM-SEPFEED                 PIC X VALUE "N".
        88 TEM-SEPFEED                   VALUE "S" FALSE "N".
       77 WS-SPD-RELATORIO               PIC X(08).
       77 WS-SPD-TIPO                    PIC X(01).
        88 SPD-TP-TITULO                 VALUE "T".
        88 SPD-TP-COLUNAS                VALUE "C".
        88 SPD-TP-DETALHE                VALUE "D".
       77 WS-SPD-SECAO                   PIC 9(01).
       77 WS-SPD-DEPTO                   PIC X(10).
       77 WS-SPD-SEQ                     PIC 9(06).
       77 WS-SPD-LINHA                   PIC X(132).
