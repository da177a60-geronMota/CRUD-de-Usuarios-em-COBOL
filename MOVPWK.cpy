      ******************************************************************
      * Copybook: MOVPWK
      * Purpose : WORKING-STORAGE fields for MOVPAS, o relatorio de
      *           movimentacao dos ultimos doze meses, copiada no
      *           RELMOVTO e na passagem unica PASSUSER. O caller move
      *           a data da rodada para WS-DATA-SISTEMA antes de
      *           P787-MOV-ABRE. TAB-MESES guarda as somas da janela
      *           ate a impressao.
      ******************************************************************
       77 WS-FS-MOVREL                   PIC 99.
        88 FS-MOVREL-OK                  VALUE 0.
       77 WS-LINHA-MOV                   PIC X(132).
       77 WS-ANO                         PIC 9(04).
       77 WS-MES                         PIC 9(02).
       77 WS-IDX                         PIC 9(02) COMP.
       77 WS-AAAAMM                      PIC 9(06).
       77 WS-AAAAMM-INI                  PIC 9(06).
       77 WS-SALDO-BASE                  PIC S9(07).
       77 WS-SALDO-CORRENTE              PIC S9(07).
       77 WS-LIQUIDO                     PIC S9(07).
       77 WS-LIQUIDO-JANELA              PIC S9(07).
       77 WS-QTD-ATIVOS-HOJE             PIC 9(07).
       77 WS-SALDO-ED                    PIC -(6)9.
       77 WS-LIQUIDO-ED                  PIC -(6)9.
       77 WS-MES-ACHADO                  PIC X.
        88 MES-ACHADO                    VALUE "S" FALSE "N".
       77 WS-MOV-RC                      PIC 9(02).

       01 TAB-MESES.
           03 TAB-MES OCCURS 12 TIMES.
               05 TAB-AAAAMM             PIC 9(06).
               05 TAB-QTD-CAD            PIC 9(06).
               05 TAB-QTD-INAT           PIC 9(06).
               05 TAB-QTD-REAT           PIC 9(06).
