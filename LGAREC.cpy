      ******************************************************************
      * Copybook: LGAREC
      * Purpose : FD record layout for LGAREL, one PIC X(132) print
      *           line per row of the LGPD request aging list.
      ******************************************************************
       01 REG-LGPD-AGING.
           03 LGA-LINHA                  PIC X(132).
