      ******************************************************************
      * Copybook: ITGPWK
      * Purpose : WORKING-STORAGE fields for ITGPAS, a verificacao de
      *           integridade do CADUSER contra os satelites, copiada
      *           no INTGUSER e na passagem unica PASSUSER. O caller
      *           move a data da rodada para WS-DATA-SISTEMA antes de
      *           P727-ITG-ABRE e recebe em WS-ITG-RC o RETURN-CODE do
      *           passo (zero ou 4 com achados). ITG-DEPTOS-ABERTO diz
      *           se o DEPFILE abriu para a conferencia de FD-DEPTO.
      ******************************************************************
       77 WS-FS-INTGREL                  PIC 99.
        88 FS-INTGREL-OK                 VALUE 0.
       77 WS-LINHA-ITG                   PIC X(132).
       77 WS-QTD-ACHADOS                 PIC 9(06).
       77 WS-ALVO-EXISTE                 PIC X.
        88 ALVO-EXISTE                   VALUE "S" FALSE "N".
       77 WS-ALVO-ATIVO                  PIC X.
        88 ALVO-ATIVO                    VALUE "S" FALSE "N".
       77 WS-CD-ALVO                     PIC 9(06).
       77 WS-ITG-DEPTOS                  PIC X.
        88 ITG-DEPTOS-ABERTO             VALUE "S" FALSE "N".
       77 WS-ITG-RC                      PIC 9(02).
