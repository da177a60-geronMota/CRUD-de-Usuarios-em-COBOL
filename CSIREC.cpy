      ******************************************************************
      * Copybook: CSIREC
      * Purpose : Record layout for CSVRET - uma linha CSV da planilha
      *           devolvida (cabecalho ou detalhe), como no CSVREC.
      ******************************************************************
       01 REG-CSV-RET.
           03 CSI-LINHA                  PIC X(150).
