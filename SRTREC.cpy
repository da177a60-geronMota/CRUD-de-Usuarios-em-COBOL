      * Copybook: SRTREC
      * Purpose : Sort-work record for WRKORD - mirrors REG-USER so the
      *           listing can be filtered and reordered before it is
      *           printed. SRT-DEPTO acompanha o registro para a
      *           separacao do RELUSER por departamento.
      ******************************************************************
       01 REG-ORDENACAO.
           03 SRT-CD-USER                PIC 9(6).
           03 SRT-DT-CADASTRO            PIC 9(14).
           03 SRT-DT-ALTERACAO           PIC 9(14).
           03 SRT-STATUS                 PIC X(01).
           03 SRT-DEPTO                  PIC X(10).
