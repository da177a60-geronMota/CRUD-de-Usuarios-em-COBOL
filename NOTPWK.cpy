      ******************************************************************
      * Copybook: NOTPWK
      * Purpose : WORKING-STORAGE fields for NOTPAS, a caixa de saida
      *           de notificacoes, copiada no NOTIFUSER e na passagem
      *           unica PASSUSER. O caller move a data da rodada para
      *           WS-DATA-SISTEMA antes de P877-NTF-ABRE e recebe em
      *           WS-NTF-RC o RETURN-CODE do passo (8 sem caixa de
      *           saida). WS-NTF-HASH acumula o hash total do NOTFILE,
      *           passado para WS-TRM-HASH so no registro da
      *           transmissao; NTF-GRAVOU liga a cada notificacao
      *           gravada e quem chama desliga.
      ******************************************************************
       77 WS-FS-NOTFILE                  PIC 99.
        88 FS-NOTFILE-OK                 VALUE 0.
       77 WS-FS-NTDFILE                  PIC 99.
        88 FS-NTDFILE-OK                 VALUE 0.
       77 WS-FS-NOTREL                   PIC 99.
        88 FS-NOTREL-OK                  VALUE 0.
       77 WS-DIAS-USO                    PIC S9(08).
       77 WS-DIAS-RESTAM                 PIC S9(04).
       77 WS-DT-LIMITE                   PIC 9(08).
       77 WS-DIAS-LIMITE                 PIC S9(08).
       77 WS-LINHA-NFR                   PIC X(132).
       77 WS-QTD-OUTBOX                  PIC 9(06).
       77 WS-QTD-IMPRESSAS               PIC 9(06).
       77 WS-QTD-PEND                    PIC 9(04).
       77 WS-MAIOR-PEN                   PIC 9(06).
       77 WS-DEVE-NOTIF                  PIC X.
        88 DEVE-NOTIFICAR                VALUE "S" FALSE "N".
       77 WS-NTF-DESTINO                 PIC X(30).
       77 WS-NTF-TIPO                    PIC X(10).
       77 WS-NTF-TEXTO                   PIC X(60).
       77 WS-NTF-REF                     PIC 9(08).
       77 WS-NTF-TEM-EMAIL               PIC X.
        88 NTF-TEM-EMAIL                 VALUE "S" FALSE "N".
       77 WS-CTO-ABERTO                  PIC X.
        88 CTO-ABERTO                    VALUE "S" FALSE "N".
       77 WS-CTO-EOF                     PIC X.
        88 CTO-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-PRINC-FORA                  PIC X.
        88 PRINC-FORA-DE-USO             VALUE "S" FALSE "N".
       77 WS-EMAIL-PRINCIPAL             PIC X(30).
       77 WS-EMAIL-SECUNDARIO            PIC X(30).
       77 WS-EMAIL-ESCOLHIDO             PIC X(30).
       77 WS-QTD-SECUNDARIO              PIC 9(06).
       77 WS-QTD-SEM-EMAIL               PIC 9(06).
       77 WS-NTF-SEM-CONSENT             PIC 9(06).
       77 WS-NTF-HASH                    PIC 9(15).
       77 WS-NTF-AVISOS                  PIC X.
        88 NTF-AVI-ABERTO                VALUE "S" FALSE "N".
       77 WS-NTF-DEVOLUCOES              PIC X.
        88 NTF-DVA-ABERTO                VALUE "S" FALSE "N".
       77 WS-QTD-NTF-ENDERECO            PIC 9(06).
       77 WS-NTF-DESPACHO                PIC X.
        88 NTF-GRAVOU                    VALUE "S" FALSE "N".
       77 WS-NTF-RC                      PIC 9(02).
