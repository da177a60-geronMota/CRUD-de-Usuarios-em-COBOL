      ******************************************************************
      * Copybook: DEPPWK
      * Purpose : WORKING-STORAGE fields for DEPPAS, o relatorio de
      *           usuarios por departamento, copiada no RELDEPTO e na
      *           passagem unica PASSUSER. O caller move a data da
      *           rodada para WS-DATA-SISTEMA antes de P811-DEP-ABRE.
      *           TAB-DEPTOS guarda as contagens por departamento ate
      *           a impressao. TAB-ARVORE anda junto com o TAB-HIER da
      *           rotina DPTARV (mesmo indice): o pai, o nivel, as
      *           contagens do proprio departamento e as do ramo, e o
      *           teto do ramo - o proprio DPT-VAGAS ou, sem ele, a
      *           soma dos tetos dos filhos.
      ******************************************************************
       77 WS-FS-DEPUSER                  PIC 99.
        88 FS-DEPUSER-OK                 VALUE 0.
       77 WS-LINHA-DEP                   PIC X(132).
       77 WS-DEP-IDX                     PIC 9(02) COMP.
       77 WS-QTD-DEPTOS                  PIC 9(02) COMP VALUE ZERO.
       77 WS-DEPTO-ACHADO                PIC X.
        88 DEPTO-ACHADO                  VALUE "S" FALSE "N".
       77 WS-TOTAL-GERAL                 PIC 9(06).
       77 WS-SALDO-VAGAS                 PIC S9(06).
       77 WS-SALDO-VAGAS-ED              PIC -(5)9.
       77 WS-MARCA-TETO                  PIC X(22).
       77 WS-NOME-DEPUSER                PIC X(50).
       77 WS-DEP-RC                      PIC 9(02).
       77 WS-ADX                         PIC 9(03) COMP.
       77 WS-BDX                         PIC 9(03) COMP.
       77 WS-ARV-ATUAL                   PIC 9(03) COMP.
       77 WS-ARV-ANC                     PIC 9(03) COMP.
       77 WS-ARV-PROX                    PIC 9(03) COMP.
       77 WS-ARV-BUSCA-PAI               PIC 9(03) COMP.
       77 WS-ARV-BUSCA-DE                PIC 9(03) COMP.
       77 WS-ARV-NIVEL                   PIC 9(02) COMP.
       77 WS-ARV-MAX-NIVEL               PIC 9(02) COMP.
       77 WS-ARV-NIV-ROL                 PIC 9(02) COMP.
       77 WS-ARV-RECUO                   PIC 9(03) COMP.
       77 WS-ARV-FIM-FECHA               PIC X.
        88 ARV-FIM-FECHA                 VALUE "S" FALSE "N".
       77 WS-ARV-ORIGEM-TETO             PIC X(12).

       01 TAB-DEPTOS.
           03 TAB-DEPTO OCCURS 50 TIMES INDEXED BY WS-TDX.
               05 TAB-NOME-DEPTO          PIC X(10).
               05 TAB-QTD-USERS           PIC 9(06).
               05 TAB-QTD-ATIVOS          PIC 9(06).

       01 TAB-ARVORE.
           03 TAB-ARV OCCURS 200 TIMES.
               05 ARV-PAI-IDX             PIC 9(03) COMP.
               05 ARV-NIVEL               PIC 9(02) COMP.
               05 ARV-QTD-USERS           PIC 9(06).
               05 ARV-QTD-ATIVOS          PIC 9(06).
               05 ARV-RAMO-USERS          PIC 9(06).
               05 ARV-RAMO-ATIVOS         PIC 9(06).
               05 ARV-TETO-FILHOS         PIC 9(06).
               05 ARV-TETO-RAMO           PIC 9(06).
