      *                 CPLFILE do zero conferindo a contagem. Recusa
      *                 rodar de novo - o layout antigo ja nao abre
      *                 depois da conversao.
      * 15/10/26 GERO - O layout atual ganhou a versao da chave de
      *                 cifra; a conversao do layout de 86 bytes grava
      *                 CPF e nascimento abertos (versao 0000) e o
      *                 ROTCHAVE os cifra na rodada seguinte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCPL.
               MOVE CPV-CPF              TO CPL-CPF
               MOVE CPV-DT-NASCIMENTO    TO CPL-DT-NASCIMENTO
               SET CPL-CORR-DEVOLVIDA TO FALSE
               MOVE ZERO                 TO CPL-CHAVE-VERSAO
               MOVE SPACES               TO REG-WRK-PURGA
               MOVE REG-COMPL            TO REG-WRK-PURGA
               WRITE REG-WRK-PURGA
