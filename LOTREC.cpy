      * Purpose : Record layout for LOTUSER - one user to be loaded
      *           into CADUSER by CARGUSER. CD-USER is not part of the
      *           layout since CARGUSER assigns it the same way
      *           CADCLIEN does, via CADCTRL. LOT-CPF (blank in old
      *           lots) is checked by CARGUSER against the CPFs of
      *           users already on file, so a rehire is not loaded
      *           under a second code.
      ******************************************************************
       01 REG-LOTE.
           03 LOT-NM                     PIC X(25).
           03 LOT-PHONE                  PIC 9(12).
           03 LOT-PASSWORD               PIC X(8).
           03 LOT-DEPTO                  PIC X(10).
           03 LOT-CPF                    PIC X(11).
           03 LOT-CPF-N REDEFINES LOT-CPF
                                         PIC 9(11).
