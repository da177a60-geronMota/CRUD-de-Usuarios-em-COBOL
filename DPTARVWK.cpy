      ******************************************************************
      * Copybook: DPTARVWK
      * Purpose : WORKING-STORAGE fields for DPTARV, a rotina
      *           compartilhada da hierarquia de departamentos.
      *           TAB-HIER guarda o DEPFILE inteiro em ordem de codigo
      *           (P821-CARREGA-HIER); TAB-RAMO guarda um departamento
      *           na posicao 1 e os ancestrais dele em seguida, ate a
      *           raiz (P822-MONTA-RAMO), com o teto de cada nivel e o
      *           contador de ativos do ramo que P823-SOMA-RAMO
      *           alimenta. Caller moves the department code to
      *           WS-HIE-DEPTO before P822/P823, and the child and the
      *           proposed parent to WS-HIE-FILHO / WS-HIE-PAI-NOVO
      *           before P824-VALIDA-PAI. HIE-TAB-CHEIA fica ligado
      *           quando o DEPFILE passa de 200 departamentos e os
      *           excedentes ficam fora de TAB-HIER - o caller avisa
      *           (mensagem de tela no online, DISPLAY no batch).
      ******************************************************************
       77 WS-QTD-HIER                    PIC 9(03) COMP VALUE ZERO.
       77 WS-HDX                         PIC 9(03) COMP.
       77 WS-HIE-POS                     PIC 9(03) COMP.
       77 WS-QTD-RAMO                    PIC 9(02) COMP VALUE ZERO.
       77 WS-RDX                         PIC 9(02) COMP.
       77 WS-HIE-POS-RAMO                PIC 9(02) COMP.
       77 WS-HIE-NIVEL                   PIC 9(02) COMP.
       77 WS-HIE-DEPTO                   PIC X(10).
       77 WS-HIE-ATUAL                   PIC X(10).
       77 WS-HIE-FILHO                   PIC X(10).
       77 WS-HIE-PAI-NOVO                PIC X(10).
       77 WS-HIE-EOF                     PIC X.
        88 HIE-EOF-OK                    VALUE "S" FALSE "N".
       77 WS-HIE-TAB-CHEIA               PIC X.
        88 HIE-TAB-CHEIA                 VALUE "S" FALSE "N".
       77 WS-HIE-FIM-SUBIDA              PIC X.
        88 HIE-FIM-SUBIDA                VALUE "S" FALSE "N".
       77 WS-HIE-RESULTADO               PIC X.
        88 HIE-PAI-OK                    VALUE "0".
        88 HIE-PAI-INEXISTENTE           VALUE "1".
        88 HIE-PAI-EXTINTO               VALUE "2".
        88 HIE-PAI-CICLO                 VALUE "3".
        88 HIE-PAI-PROFUNDO              VALUE "4".

       01 TAB-HIER.
           03 TAB-HIE OCCURS 200 TIMES.
               05 HIE-CODIGO             PIC X(10).
               05 HIE-DESCRICAO          PIC X(30).
               05 HIE-PAI                PIC X(10).
               05 HIE-STATUS             PIC X(01).
                88 HIE-EXTINTO           VALUE "E".
               05 HIE-VAGAS              PIC 9(05).

       01 TAB-RAMO.
           03 TAB-RAM OCCURS 20 TIMES.
               05 RAM-CODIGO             PIC X(10).
               05 RAM-VAGAS              PIC 9(05).
               05 RAM-ATIVOS             PIC 9(06).
