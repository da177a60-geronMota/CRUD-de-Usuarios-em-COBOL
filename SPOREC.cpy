      ******************************************************************
      * Copybook: SPOREC
      * Purpose : Sort-work record for WRKSEP - uma linha de detalhe
      *           do SEPFEED, ordenada por departamento e sequencia
      *           original antes de ir para a copia do departamento.
      ******************************************************************
       01 REG-SEP-ORD.
           03 SPO-DEPTO                  PIC X(10).
           03 SPO-SEQ                    PIC 9(06).
           03 SPO-SECAO                  PIC 9(01).
           03 SPO-LINHA                  PIC X(132).
