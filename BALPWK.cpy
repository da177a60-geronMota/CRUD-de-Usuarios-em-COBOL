      ******************************************************************
      * Copybook: BALPWK
      * Purpose : WORKING-STORAGE fields for BALPAS, a reconciliacao
      *           do CADUSER contra o total de controle, copiada no
      *           RECNUSER e na passagem unica PASSUSER. O caller
      *           move a data da rodada para WS-DATA-SISTEMA antes de
      *           P741-BAL-ABRE e recebe em WS-BAL-RC o RETURN-CODE
      *           do passo (zero ou 4 na divergencia).
      ******************************************************************
       77 WS-FS-BALUSER                  PIC 99.
        88 FS-BALUSER-OK                 VALUE 0.
       77 WS-QTD-ATIVO                   PIC 9(06).
       77 WS-QTD-INATIVO                 PIC 9(06).
       77 WS-CTR-QTD-ATIVO               PIC 9(06).
       77 WS-CTR-QTD-INATIVO             PIC 9(06).
       77 WS-LINHA-BAL                   PIC X(132).
       77 WS-DIVERGENCIA                 PIC X.
        88 HOUVE-DIVERGENCIA             VALUE "S" FALSE "N".
       77 WS-NOME-BALUSER                PIC X(50).
       77 WS-BAL-RC                      PIC 9(02).
