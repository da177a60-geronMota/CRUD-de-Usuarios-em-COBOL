      ******************************************************************
      * Copybook: LDFREC
      * Purpose : FD record layout for LDIFUSER, uma linha LDIF por
      *           registro.
      ******************************************************************
       01 REG-LDIF.
           03 LDF-LINHA                  PIC X(100).
