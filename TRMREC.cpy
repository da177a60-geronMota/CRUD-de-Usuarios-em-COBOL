      ******************************************************************
      * Copybook: TRMREC
      * Purpose : FD record layout for TRMFILE - uma transmissao por
      *           registro, chaveada por arquivo logico + data da
      *           rodada (como o GERCTLG: uma segunda rodada no mesmo
      *           dia substitui a primeira e volta a esperar
      *           confirmacao). TRM-PARCEIRO diz quem recebe: "R" RH
      *           (HRRET), "C" gateway de email (NOTFILE), "P" equipe
      *           da planilha (CSVUSER), "D" equipe do diretorio
      *           (LDIFUSER). TRM-QTD-REG e TRM-HASH sao a
      *           contagem de registros de dados e o hash total que o
      *           parceiro recalcula do lado dele: soma do RET-CD-USER
      *           dos detalhes no HRRET, do NOT-DT-LIMITE no NOTFILE,
      *           da coluna CD_USER no CSVUSER e do uid de cada
      *           entrada no LDIFUSER (cabecalho, header e
      *           trailer nao entram). A confirmacao do parceiro
      *           preenche os campos -ACK e a situacao: "E" enviada
      *           sem confirmacao, "C" confirmada batendo, "D"
      *           confirmada com contagem ou hash divergente.
      ******************************************************************
       01 REG-TRANSMISSAO.
           03 TRM-CHAVE.
               05 TRM-ARQUIVO            PIC X(08).
               05 TRM-DATA               PIC 9(08).
           03 TRM-PARCEIRO               PIC X(01).
            88 TRM-PARC-RH               VALUE "R".
            88 TRM-PARC-CORREIO          VALUE "C".
            88 TRM-PARC-PLANILHA         VALUE "P".
           03 TRM-NOME                   PIC X(60).
           03 TRM-DT-ENVIO               PIC 9(14).
           03 TRM-QTD-REG                PIC 9(07).
           03 TRM-HASH                   PIC 9(15).
           03 TRM-SITUACAO               PIC X(01).
            88 TRM-PENDENTE              VALUE "E".
            88 TRM-CONFIRMADA            VALUE "C".
            88 TRM-DIVERGENTE            VALUE "D".
           03 TRM-DT-ACK                 PIC 9(14).
           03 TRM-QTD-ACK                PIC 9(07).
           03 TRM-HASH-ACK               PIC 9(15).
