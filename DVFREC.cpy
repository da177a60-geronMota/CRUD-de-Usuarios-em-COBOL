      ******************************************************************
      * Copybook: DVFREC
      * Purpose : Record layout for DEVFILE, o layout do correio: "H"
      *           header com a data do arquivo, "D" uma carta
      *           devolvida, "T" trailer com a contagem de detalhes que
      *           o INTFCORR confere contra o que realmente leu. O
      *           detalhe traz a referencia e o CEP impressos na carta
      *           (linha REFERENCIA POSTAL do CRTBEMV e do CARTUSER), o
      *           codigo do motivo da devolucao na tabela do correio e
      *           a data em que a carta voltou. A referencia e a origem
      *           da carta ("BV" boas-vindas do CRTBEMV, "CS"
      *           correspondencia por selecao do CARTUSER), a data da
      *           emissao e o CD-USER do destinatario.
      ******************************************************************
       01 REG-DEVOL.
           03 DVF-TIPO                   PIC X(01).
            88 DVF-HEADER                VALUE "H".
            88 DVF-DETALHE               VALUE "D".
            88 DVF-TRAILER               VALUE "T".
           03 DVF-DADOS                  PIC X(59).
           03 DVF-HEADER-AREA REDEFINES DVF-DADOS.
               05 DVF-DT-ARQUIVO         PIC 9(08).
               05 FILLER                 PIC X(51).
           03 DVF-DET-AREA REDEFINES DVF-DADOS.
               05 DVF-REFERENCIA.
                   07 DVF-REF-ORIGEM     PIC X(02).
                    88 DVF-REF-ORIGEM-OK VALUE "BV" "CS".
                   07 DVF-REF-DATA       PIC X(08).
                   07 DVF-REF-CD-USER    PIC X(06).
                   07 DVF-REF-CD-USER-N REDEFINES DVF-REF-CD-USER
                                         PIC 9(06).
               05 DVF-CEP                PIC 9(08).
               05 DVF-MOTIVO             PIC X(02).
                88 DVF-MOT-MUDOU         VALUE "01".
                88 DVF-MOT-INSUFICIENTE  VALUE "02".
                88 DVF-MOT-SEM-NUMERO    VALUE "03".
                88 DVF-MOT-DESCONHECIDO  VALUE "04".
                88 DVF-MOT-RECUSADO      VALUE "05".
                88 DVF-MOT-NAO-PROCURADO VALUE "06".
                88 DVF-MOT-AUSENTE       VALUE "07".
                88 DVF-MOT-FALECIDO      VALUE "08".
               05 DVF-DT-DEVOLUCAO       PIC 9(08).
               05 FILLER                 PIC X(25).
           03 DVF-TRL-AREA REDEFINES DVF-DADOS.
               05 DVF-QTD-REG            PIC 9(06).
               05 FILLER                 PIC X(53).
