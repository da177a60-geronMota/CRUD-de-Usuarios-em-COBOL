      ******************************************************************
      * Copybook: PCKWK
      * Purpose : Mirror do registro de PASCKPT na WORKING-STORAGE.
      *           WS-CKP-SITUACAO "E" diz passagem em andamento (ponto
      *           de retomada valido), "C" passagem concluida. Guarda
      *           a data da rodada, os passos ligados (um byte por
      *           entrada de PAS-CONSUMIDOR), o ultimo CD-USER
      *           processado e o estado de cada passo logico: as
      *           contagens e hashes ja acumulados e as tabelas do
      *           RELDEPTO e do RELMOVTO. As saidas gravadas durante a
      *           passagem (CSVUSER e INTGREL) voltam ao numero de
      *           linhas que estas contagens implicam.
      ******************************************************************
       01 WS-PAS-CKPT.
           03 WS-CKP-CHAVE               PIC X(01).
           03 WS-CKP-SITUACAO            PIC X(01).
            88 CKP-EM-ANDAMENTO          VALUE "E".
            88 CKP-CONCLUIDA             VALUE "C".
           03 WS-CKP-DATA-RODADA         PIC 9(08).
           03 WS-CKP-ATIVOS              PIC X(06).
           03 WS-CKP-ULT-CD-USER         PIC 9(06).
           03 WS-CKP-QTD-LIDOS           PIC 9(07).
           03 WS-CKP-BAL.
            05 WS-CKP-BAL-ATIVO          PIC 9(06).
            05 WS-CKP-BAL-INATIVO        PIC 9(06).
           03 WS-CKP-ITG.
            05 WS-CKP-ITG-ACHADOS        PIC 9(06).
           03 WS-CKP-CSV.
            05 WS-CKP-CSV-COUNT          PIC 9(06).
            05 WS-CKP-CSV-SEM-CONSENT    PIC 9(06).
            05 WS-CKP-CSV-HASH           PIC 9(15).
            05 WS-CKP-CSV-MODO           PIC X(01).
            05 WS-CKP-CSV-CORTE          PIC 9(14).
           03 WS-CKP-DEP.
            05 WS-CKP-DEP-QTD            PIC 9(02).
            05 WS-CKP-DEP-TOTAL          PIC 9(06).
            05 WS-CKP-DEP-TABELA         PIC X(1100).
           03 WS-CKP-NTF.
            05 WS-CKP-NTF-OUTBOX         PIC 9(06).
            05 WS-CKP-NTF-IMPRESSAS      PIC 9(06).
            05 WS-CKP-NTF-SECUNDARIO     PIC 9(06).
            05 WS-CKP-NTF-SEM-EMAIL      PIC 9(06).
            05 WS-CKP-NTF-SEM-CONSENT    PIC 9(06).
            05 WS-CKP-NTF-HASH           PIC 9(15).
            05 WS-CKP-NTF-ENDERECO       PIC 9(06).
           03 WS-CKP-MOV.
            05 WS-CKP-MOV-ATIVOS-HOJE    PIC 9(07).
            05 WS-CKP-MOV-TABELA         PIC X(288).
