      ******************************************************************
      * Copybook: TRMWK
      * Purpose : WORKING-STORAGE fields for TRMGRV, a rotina
      *           compartilhada do registro de transmissoes. Caller
      *           moves o arquivo logico, o parceiro, o nome fisico, a
      *           contagem de registros de dados e o hash total da
      *           geracao para os WS-TRM antes de PERFORMar
      *           P901-REGISTRA-TRANSMISSAO.
      ******************************************************************
       77 WS-FS-TRMFILE                  PIC 99.
        88 FS-TRMFILE-OK                 VALUE 0.
       77 WS-TRM-ARQUIVO                 PIC X(08).
       77 WS-TRM-PARCEIRO                PIC X(01).
       77 WS-TRM-NOME                    PIC X(60).
       77 WS-TRM-QTD                     PIC 9(07).
       77 WS-TRM-HASH                    PIC 9(15).
       77 WS-TRM-DATA-SIS                PIC 9(08).
       77 WS-TRM-HORA-SIS                PIC 9(08).
       77 WS-TRM-NOVO                    PIC X.
        88 TRM-NOVO                      VALUE "S" FALSE "N".
