      ******************************************************************
      * Copybook: CNSWK
      * Purpose : WORKING-STORAGE fields for CNSVAL, a conferencia de
      *           consentimento dos jobs de saida. O caller abre o
      *           CNSFILE com P927 (CNS-ABERTO liga se abriu), move o
      *           CD-USER para WS-CNS-CD-USER e a finalidade do job
      *           para WS-CNS-FINALIDADE e recebe CONSENT-OK do P926;
      *           no fim fecha com P928.
      ******************************************************************
       77 WS-CNS-CD-USER                 PIC 9(06).
       77 WS-CNS-FINALIDADE              PIC X(01).
       77 WS-CNS-ABERTO                  PIC X VALUE "N".
        88 CNS-ABERTO                    VALUE "S" FALSE "N".
       77 WS-CNS-VALIDO                  PIC X.
        88 CONSENT-OK                    VALUE "S" FALSE "N".
