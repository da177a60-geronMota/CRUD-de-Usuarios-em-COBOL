      ******************************************************************
      * Copybook: DVHREC
      * Purpose : FD record layout for DEVHIST - uma carta devolvida
      *           pelo correio, com o motivo, a data da devolucao e o
      *           endereco para onde ela foi (copia do CPLFILE no dia
      *           do processamento, no mesmo molde do ENDHIST). A
      *           referencia da carta na chave faz o mesmo arquivo do
      *           correio, processado de novo, nao contar duas vezes.
      *           E daqui que sai a contagem de devolucoes repetidas no
      *           mesmo endereco.
      ******************************************************************
       01 REG-DEV-HIST.
           03 DVH-CHAVE.
               05 DVH-CD-USER            PIC 9(06).
               05 DVH-DT-DEVOLUCAO       PIC 9(08).
               05 DVH-REFERENCIA         PIC X(16).
           03 DVH-MOTIVO                 PIC X(02).
           03 DVH-DESCR-MOTIVO           PIC X(25).
           03 DVH-DT-PROCESSAMENTO       PIC 9(08).
           03 DVH-LOGRADOURO             PIC X(30).
           03 DVH-NUMERO                 PIC X(06).
           03 DVH-CIDADE                 PIC X(20).
           03 DVH-UF                     PIC X(02).
           03 DVH-CEP                    PIC 9(08).
