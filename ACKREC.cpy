      ******************************************************************
      * Copybook: ACKREC
      * Purpose : Record layout for ACKFILE - uma confirmacao por
      *           transmissao recebida: o arquivo logico e a data da
      *           geracao (a chave do TRMFILE), a contagem de registros
      *           de dados e o hash total recalculados pelo parceiro
      *           (mesma regra do TRMREC) e o momento do recebimento.
      ******************************************************************
       01 REG-ACK.
           03 ACK-ARQUIVO                PIC X(08).
           03 ACK-DATA                   PIC 9(08).
           03 ACK-QTD-REG                PIC 9(07).
           03 ACK-HASH                   PIC 9(15).
           03 ACK-DT-RECEBIDO            PIC 9(14).
