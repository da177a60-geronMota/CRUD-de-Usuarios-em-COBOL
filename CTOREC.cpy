      ******************************************************************
      * Copybook: CTOREC
      * Purpose : FD record layout for CTOFILE - um ponto de contato de
      *           um usuario: tipo (email ou telefone), uso (trabalho,
      *           pessoal ou emergencia), marca de principal dentro do
      *           tipo e situacao (valido, devolvido - email que voltou
      *           ou telefone que nao atende - ou inativo). Na primeira
      *           manutencao o CADCONT copia o FD-EMAIL e o FD-PHONE do
      *           CADUSER como contatos principais de trabalho; dai em
      *           diante o principal valido do CTOFILE e o contato que
      *           vale. CTO-REFERENCIA guarda o nome da pessoa no
      *           contato de emergencia ou o ramal/observacao nos
      *           demais.
      ******************************************************************
       01 REG-CONTATO.
           03 CTO-CHAVE.
               05 CTO-CD-USER            PIC 9(06).
               05 CTO-SEQ                PIC 9(02).
           03 CTO-TIPO                   PIC X(01).
            88 CTO-TP-EMAIL              VALUE "E".
            88 CTO-TP-TELEFONE           VALUE "T".
           03 CTO-USO                    PIC X(01).
            88 CTO-USO-TRABALHO          VALUE "T".
            88 CTO-USO-PESSOAL           VALUE "P".
            88 CTO-USO-EMERGENCIA        VALUE "E".
           03 CTO-VALOR                  PIC X(30).
           03 CTO-REFERENCIA             PIC X(25).
           03 CTO-PRINCIPAL              PIC X(01).
            88 CTO-E-PRINCIPAL           VALUE "S" FALSE "N".
           03 CTO-SITUACAO               PIC X(01).
            88 CTO-SIT-VALIDO            VALUE "V".
            88 CTO-SIT-DEVOLVIDO         VALUE "D".
            88 CTO-SIT-INATIVO           VALUE "I".
           03 CTO-DT-SITUACAO            PIC 9(08).
           03 CTO-OPERADOR               PIC X(10).
