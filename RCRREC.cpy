      ******************************************************************
      * Copybook: RCRREC
      * Purpose : FD record layout for CERTREL, one PIC X(132) print
      *           line per row of the recertification report.
      ******************************************************************
       01 REG-CERT-REL.
           03 CRL-LINHA                  PIC X(132).
