      * Purpose : Record layout for CPLHIST - a copia dos dados
      *           complementares como estavam na inativacao, com o
      *           momento do arquivamento.
      *           CPH-CPF e CPH-DT-NASCIMENTO sao copiados cifrados do
      *           CPLFILE, com a versao da chave em CPH-CHAVE-VERSAO
      *           (0000 ou em branco = valor aberto, linha gravada
      *           antes da cifra - o CONVCRIP e o ROTCHAVE cifram).
      ******************************************************************
       01 REG-COMPL-HIST.
           03 CPH-CD-USER                PIC 9(06).
           03 CPH-CPF                    PIC 9(11).
           03 CPH-DT-NASCIMENTO          PIC 9(08).
           03 CPH-DATA-HORA              PIC 9(14).
           03 CPH-CHAVE-VERSAO           PIC 9(04).
           03 CPH-CHAVE-VERSAO-X REDEFINES CPH-CHAVE-VERSAO
                                         PIC X(04).
