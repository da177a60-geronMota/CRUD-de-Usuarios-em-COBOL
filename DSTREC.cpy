      ******************************************************************
      * Copybook: DSTREC
      * Purpose : FD record layout for DSTFILE - um destinatario por
      *           departamento e relatorio. DST-RELATORIO em branco e
      *           o destinatario padrao do departamento, valido para
      *           todo relatorio sem linha propria (o SEPAREL procura
      *           primeiro a linha do relatorio, depois a padrao).
      *           DST-LOCAL e onde a copia impressa e entregue.
      ******************************************************************
       01 REG-DISTRIB.
           03 DST-CHAVE.
               05 DST-DEPTO              PIC X(10).
               05 DST-RELATORIO          PIC X(08).
           03 DST-DESTINATARIO           PIC X(30).
           03 DST-LOCAL                  PIC X(30).
