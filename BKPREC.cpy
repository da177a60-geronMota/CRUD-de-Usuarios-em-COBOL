      *           trailer com a contagem de registros e os totais de
      *           conferencia (soma dos CD-USER e soma dos PHONE) que
      *           o RESTUSER reconfere antes de dar o reload por bom.
      *           BKP-DATA-HORA e o inicio do unload, no formato do
      *           carimbo do jornal JRNUSER: o REAPUSER reaplica as
      *           linhas do jornal dali em diante (em branco nos
      *           backups anteriores ao campo - o jornal inteiro vale).
      ******************************************************************
       01 REG-BACKUP.
           03 BKP-TIPO                   PIC X(01).
               05 BKP-QTD-REG            PIC 9(09).
               05 BKP-SOMA-CD            PIC 9(12).
               05 BKP-SOMA-FONE          PIC 9(18).
               05 BKP-DATA-HORA          PIC 9(14).
               05 FILLER                 PIC X(67).
