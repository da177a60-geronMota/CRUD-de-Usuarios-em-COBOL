      ******************************************************************
      * Copybook: PRVREC
      * Purpose : FD record layout for PRVFILE - um registro por
      *           CD-USER que ja passou pelo provisionamento.
      *           PRV-CONTA e a situacao CONFIRMADA pelo diretorio
      *           (so muda com retorno "00"): "H" conta habilitada,
      *           "D" desabilitada, "N" sem conta. PRV-ULT-ACAO e a
      *           ultima entrada enviada no LDIFUSER ("A" add, "M"
      *           modify, "D" disable, "E" enable) e PRV-RETORNO o que
      *           se sabe dela: "P" aguardando o retorno, "O" aplicada,
      *           "E" recusada pelo diretorio (mensagem em
      *           PRV-MSG-RETORNO).
      ******************************************************************
       01 REG-PROVISAO.
           03 PRV-CD-USER                PIC 9(06).
           03 PRV-CONTA                  PIC X(01).
            88 PRV-CONTA-HABILITADA      VALUE "H".
            88 PRV-CONTA-DESABILITADA    VALUE "D".
            88 PRV-SEM-CONTA             VALUE "N".
           03 PRV-ULT-ACAO               PIC X(01).
            88 PRV-ACAO-ADD              VALUE "A".
            88 PRV-ACAO-MODIFY           VALUE "M".
            88 PRV-ACAO-DISABLE          VALUE "D".
            88 PRV-ACAO-ENABLE           VALUE "E".
           03 PRV-DT-ENVIO               PIC 9(14).
           03 PRV-RETORNO                PIC X(01).
            88 PRV-AGUARDANDO            VALUE "P".
            88 PRV-RET-OK                VALUE "O".
            88 PRV-RET-ERRO              VALUE "E".
           03 PRV-MSG-RETORNO            PIC X(40).
           03 PRV-DT-RETORNO             PIC 9(14).
