      ******************************************************************
      * Copybook: RCTREC
      * Purpose : FD record layout for RCTFILE - um usuario ativo por
      *           campanha de recertificacao, gravado na abertura com
      *           o departamento e o nome daquele dia (a folha que o
      *           gestor assinou). RCT-RESPOSTA guarda a decisao do
      *           gestor ("M" manter, "R" revogar, branco sem
      *           resposta), com quem respondeu e quando;
      *           RCT-DESFECHO e preenchido no encerramento: "C"
      *           certificado, "R" revogado e inativado, "D" sem
      *           resposta no prazo e inativado, "J" ja estava
      *           inativo (ou saiu do CADUSER) no encerramento.
      *           RCT-CHAVE-USER repete campanha e codigo para a
      *           chave alternada.
      ******************************************************************
       01 REG-RECERT.
           03 RCT-CHAVE.
               05 RCT-CAMPANHA           PIC 9(06).
               05 RCT-DEPTO              PIC X(10).
               05 RCT-CD-USER            PIC 9(06).
           03 RCT-CHAVE-USER.
               05 RCT-CAMPANHA-U         PIC 9(06).
               05 RCT-CD-USER-U          PIC 9(06).
           03 RCT-NM                     PIC X(25).
           03 RCT-DT-PRAZO               PIC 9(08).
           03 RCT-RESPOSTA               PIC X(01).
            88 RCT-SEM-RESPOSTA          VALUE " ".
            88 RCT-MANTER                VALUE "M".
            88 RCT-REVOGAR               VALUE "R".
           03 RCT-OPER-RESPOSTA          PIC X(10).
           03 RCT-DT-RESPOSTA            PIC 9(14).
           03 RCT-DESFECHO               PIC X(01).
            88 RCT-EM-ABERTO             VALUE " ".
            88 RCT-CERTIFICADO           VALUE "C".
            88 RCT-REVOGADO              VALUE "R".
            88 RCT-REVEL                 VALUE "D".
            88 RCT-JA-INATIVO            VALUE "J".
