      ******************************************************************
      * Copybook: LGNWRK
      * Purpose : WORKING-STORAGE fields for LGNGRV, a rotina
      *           compartilhada de gravacao no jornal de entradas
      *           LGNLOG. Caller move o proprio PROGRAM-ID, a funcao,
      *           o email, o usuario achado (zero quando nao achou) e
      *           o codigo devolvido para WS-LGN-* antes de PERFORMar
      *           P956-GRAVA-ENTRADA, uma vez por chamada, ja com o
      *           codigo final.
      ******************************************************************
       77 WS-FS-LGNLOG                   PIC 99.
        88 FS-LGNLOG-OK                  VALUE 0.
       77 WS-FS-ULTFILE                  PIC 99.
        88 FS-ULTFILE-OK                 VALUE 0.
       77 WS-LGN-SERVICO                 PIC X(10).
       77 WS-LGN-FUNCAO                  PIC X(01).
       77 WS-LGN-EMAIL                   PIC X(30).
       77 WS-LGN-CD-USER                 PIC 9(06).
       77 WS-LGN-RETORNO                 PIC X(02).
       77 WS-LGN-DATA-SIS                PIC 9(08).
       77 WS-LGN-HORA-SIS                PIC 9(08).
       77 WS-LGN-STAMP                   PIC 9(14).
