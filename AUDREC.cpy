      *           by ALTERUSER, before and after value, who authorized
      *           it and when. AUD-OPERADOR identifies the operator by
      *           SEC-OPERADOR (the SECFILE key), never by password.
      *           AUD-ELO-ANT/AUD-ELO sao o elo de integridade
      *           encadeado (rotina AUDELO): AUD-ELO e calculado sobre
      *           AUD-DADOS a partir do elo da linha anterior, copiado
      *           em AUD-ELO-ANT - linha alterada, apagada ou fora de
      *           ordem quebra a cadeia e o VERELOG aponta onde. Linha
      *           gravada antes do encadeamento tem os dois em branco.
      ******************************************************************
       01 REG-AUDIT.
           03 AUD-DADOS.
               05 AUD-CD-USER            PIC 9(06).
               05 AUD-CAMPO              PIC X(10).
               05 AUD-VALOR-ANT          PIC X(30).
               05 AUD-VALOR-NOVO         PIC X(30).
               05 AUD-OPERADOR           PIC X(10).
               05 AUD-ROLE-OP            PIC X(10).
               05 AUD-DATA-HORA          PIC 9(14).
           03 AUD-ELO-ANT                PIC 9(08).
           03 AUD-ELO                    PIC 9(08).
