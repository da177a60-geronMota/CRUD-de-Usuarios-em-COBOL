      ******************************************************************
      * Copybook: DPHREC
      * Purpose : FD record layout for DPTHIST - a fotografia de um
      *           departamento no fechamento de um mes, chaveada por
      *           mes (AAAAMM) + codigo do departamento, como o
      *           DPT-CODIGO do DEPFILE. DPH-QTD-ATIVO e
      *           DPH-QTD-INATIVO sao a contagem do CADUSER na noite do
      *           fechamento, DPH-VAGAS o teto orcado (DPT-VAGAS) em
      *           vigor naquela noite - zero e sem teto -, e
      *           DPH-QTD-ENTRADAS / DPH-QTD-SAIDAS o movimento do mes:
      *           cadastros novos mais reativacoes (AUDLOG STATUS "I"
      *           para "A") e inativacoes (CADHIST), como no RELMOVTO.
      *           Um segundo fechamento do mesmo mes substitui a
      *           fotografia.
      ******************************************************************
       01 REG-DPTO-HIST.
           03 DPH-CHAVE.
               05 DPH-AAAAMM             PIC 9(06).
               05 DPH-DEPTO              PIC X(10).
           03 DPH-QTD-ATIVO              PIC 9(06).
           03 DPH-QTD-INATIVO            PIC 9(06).
           03 DPH-VAGAS                  PIC 9(05).
           03 DPH-QTD-ENTRADAS           PIC 9(06).
           03 DPH-QTD-SAIDAS             PIC 9(06).
           03 DPH-DT-FOTO                PIC 9(14).
