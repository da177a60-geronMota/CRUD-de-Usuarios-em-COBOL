      ******************************************************************
      * Copybook: JRNREC
      * Purpose : Record layout for JRNUSER - uma linha por gravacao
      *           no CADUSER: quando (mesmo carimbo das linhas do
      *           AUDLOG e do trailer do BKPUSER), o tipo, o programa
      *           que gravou, o CD-USER e as duas imagens inteiras de
      *           REG-USER. Inclusao tem JRN-ANTES em branco, exclusao
      *           tem JRN-DEPOIS em branco. A ordem do arquivo e a
      *           ordem em que as gravacoes aconteceram. As visoes
      *           JRN-ANT-* e JRN-DEP-* abrem os campos pessoais das
      *           duas imagens para a anonimizacao do ANONUSER.
      ******************************************************************
       01 REG-JORNAL.
           03 JRN-DATA-HORA              PIC 9(14).
           03 JRN-TIPO                   PIC X(01).
            88 JRN-INCLUSAO              VALUE "I".
            88 JRN-ALTERACAO             VALUE "A".
            88 JRN-EXCLUSAO              VALUE "E".
           03 JRN-PROGRAMA               PIC X(10).
           03 JRN-CD-USER                PIC 9(06).
           03 JRN-ANTES                  PIC X(120).
           03 JRN-ANTES-R REDEFINES JRN-ANTES.
               05 JRN-ANT-CD-USER        PIC 9(06).
               05 JRN-ANT-NM             PIC X(25).
               05 JRN-ANT-EMAIL          PIC X(30).
               05 JRN-ANT-PHONE          PIC 9(12).
               05 JRN-ANT-PASSWORD       PIC X(08).
               05 FILLER                 PIC X(39).
           03 JRN-DEPOIS                 PIC X(120).
           03 JRN-DEPOIS-R REDEFINES JRN-DEPOIS.
               05 JRN-DEP-CD-USER        PIC 9(06).
               05 JRN-DEP-NM             PIC X(25).
               05 JRN-DEP-EMAIL          PIC X(30).
               05 JRN-DEP-PHONE          PIC 9(12).
               05 JRN-DEP-PASSWORD       PIC X(08).
               05 FILLER                 PIC X(39).
