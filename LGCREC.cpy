      ******************************************************************
      * Copybook: LGCREC
      * Purpose : FD record layout for LGCREL, one PIC X(132) print
      *           line per row of the data-subject access letter.
      ******************************************************************
       01 REG-LGPD-CARTA.
           03 LGC-LINHA                  PIC X(132).
