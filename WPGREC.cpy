      * Copybook: WPGREC
      * Purpose : FD record layout for WRKPURG - uma linha generica
      *           grande o bastante para a imagem de qualquer um dos
      *           registros expurgados (AUDLOG ou CADHIST) e das
      *           linhas do jornal JRNUSER e do LGNLOG, regravadas pelo
      *           ANONUSER.
      ******************************************************************
       01 REG-WRK-PURGA                  PIC X(271).
