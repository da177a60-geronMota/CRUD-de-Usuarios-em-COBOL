      *           compartilhada de gravacao no SEGLOG. Caller moves o
      *           ID envolvido, o proprio PROGRAM-ID e o tipo de
      *           evento para WS-SEG-* antes de PERFORMar
      *           P965-GRAVA-SEGLOG. O programa online move tambem
      *           o numero da mensagem mostrada (WS-MSG-NUMERO) para
      *           WS-SEG-MSG-NUMERO; a rotina zera o campo depois de
      *           gravar.
      ******************************************************************
       77 WS-FS-SEGLOG                   PIC 99.
        88 FS-SEGLOG-OK                  VALUE 0.
       77 WS-SEG-OPERADOR                PIC X(10).
       77 WS-SEG-PROGRAMA                PIC X(10).
       77 WS-SEG-EVENTO                  PIC X(20).
       77 WS-SEG-MSG-NUMERO              PIC 9(04) VALUE ZERO.
       77 WS-SEG-DATA-SIS                PIC 9(08).
       77 WS-SEG-HORA-SIS                PIC 9(08).
