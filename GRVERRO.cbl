      *                 status e data/hora. As 2 da manha ninguem ve
      *                 a tela - a mensagem rolava e o operador achava
      *                 um BALUSER vazio de manha sem pista nenhuma.
      * 15/10/26 GERO - Grava tambem o numero da mensagem de status
      *                 mostrada ao operador (catalogo MSGFILE), passado
      *                 pela STATCHK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVERRO.
       77 LNK-ERR-PROGRAMA               PIC X(10).
       77 LNK-ERR-ARQUIVO                PIC X(10).
       77 LNK-ERR-STATUS                 PIC 99.
       77 LNK-ERR-MSG-NUMERO             PIC 9(04).

       PROCEDURE DIVISION USING LNK-ERR-PROGRAMA
                                LNK-ERR-ARQUIVO
                                LNK-ERR-STATUS
                                LNK-ERR-MSG-NUMERO.

      ******************************************************************
      * P985-GRAVA-ERRO: abre o ERRLOG em EXTEND (criando na primeira
           MOVE LNK-ERR-PROGRAMA         TO ERR-PROGRAMA
           MOVE LNK-ERR-ARQUIVO          TO ERR-ARQUIVO
           MOVE LNK-ERR-STATUS           TO ERR-STATUS
           MOVE LNK-ERR-MSG-NUMERO       TO ERR-MSG-NUMERO
           STRING WS-DATA-SISTEMA        DELIMITED BY SIZE
                  WS-HORA-SISTEMA(1:6)   DELIMITED BY SIZE
                  INTO ERR-DATA-HORA
