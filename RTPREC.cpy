      ******************************************************************
      * Copybook: RTPREC
      * Purpose : FD record layout for RATTMP - um periodo ativo no
      *           mesmo desenho do REG-RAT-PERIODO (RSGREC), montado
      *           pelo RATEDEPT usuario a usuario.
      ******************************************************************
       01 REG-RAT-TMP.
           03 RTP-DEPTO                  PIC X(10).
           03 RTP-CD-USER                PIC 9(06).
           03 RTP-NM                     PIC X(25).
           03 RTP-DIA-INI                PIC 9(02).
           03 RTP-DIA-FIM                PIC 9(02).
           03 RTP-DIAS                   PIC 9(02).
           03 RTP-ENTRADA                PIC X(13).
           03 RTP-SAIDA                  PIC X(13).
           03 FILLER                     PIC X(07).
