      ******************************************************************
      * Copybook: CSVPWK
      * Purpose : WORKING-STORAGE fields for CSVPAS, o extrato CSV do
      *           CADUSER para o RH e parceiros, copiada no EXTUSER e
      *           na passagem unica PASSUSER. O caller move a data da
      *           rodada para WS-DATA-SISTEMA antes de P736-CSV-ABRE.
      *           WS-CSV-HASH acumula o hash total do extrato, passado
      *           para WS-TRM-HASH so no registro da transmissao.
      ******************************************************************
       77 WS-FS-CSVUSER                  PIC 99.
        88 FS-CSVUSER-OK                 VALUE 0.
       77 WS-COUNT                       PIC 9(06).
       77 WS-LINHA-CSV                   PIC X(150).
       77 WS-NOME-CSVUSER                PIC X(50).
       77 WS-MODO-DELTA                  PIC X.
        88 MODO-DELTA                    VALUE "S" FALSE "N".
       77 WS-FECHA-MES                   PIC X.
        88 FECHA-MES-HOJE                VALUE "S" FALSE "N".
       77 WS-CAL-EOF                     PIC X.
        88 CAL-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-TEM-ABERTA                  PIC X.
        88 TEM-DATA-ABERTA               VALUE "S" FALSE "N".
       77 WS-GER-ACHADA                  PIC X.
        88 GER-ACHADA                    VALUE "S" FALSE "N".
       77 WS-DT-CORTE                    PIC 9(14).
       77 WS-GER-DATA-MAX                PIC 9(08).
       77 WS-MOVIMENTO                   PIC X(01).
       77 WS-QTD-SEM-CONSENT             PIC 9(06).
       77 WS-CSV-HASH                    PIC 9(15).
       77 WS-CSV-RC                      PIC 9(02).
