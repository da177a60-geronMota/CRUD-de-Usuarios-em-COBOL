      ******************************************************************
      * Copybook: MSGWK
      * Purpose : WORKING-STORAGE fields for MSGMOS, a rotina
      *           compartilhada que mostra uma mensagem de tela pelo
      *           catalogo MSGFILE. O caller move o numero da mensagem
      *           para WS-MSG-NUMERO, o texto em portugues (com um "&"
      *           para cada valor variavel) para WS-MSG-TEXTO e os
      *           valores, na ordem, para WS-MSG-PARAM antes de
      *           PERFORMar P902-MOSTRA-MENSAGEM. O idioma e o
      *           WS-MSG-IDIOMA do STATWRK, que o programa online
      *           recebe do operador logado (OPL-IDIOMA).
      ******************************************************************
       77 WS-MSG-NUMERO                  PIC 9(04) VALUE ZERO.
       77 WS-MSG-TEXTO                   PIC X(100).
       77 WS-MSG-LINHA                   PIC X(200).
       77 WS-MSG-TAM                     PIC 9(03).
       01 WS-MSG-PARAMETROS              VALUE SPACES.
           03 WS-MSG-PARAM               PIC X(100) OCCURS 9 TIMES.
