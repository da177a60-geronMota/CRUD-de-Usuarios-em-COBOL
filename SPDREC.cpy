      ******************************************************************
      * Copybook: SPDREC
      * Purpose : FD record layout for SEPFEED - uma linha do
      *           relatorio por registro, marcada com o departamento.
      *           SPD-TIPO: "T" titulo do relatorio (uma vez, sem
      *           departamento), "C" cabecalho de colunas de uma secao
      *           (repetido no topo de cada pagina da copia), "D"
      *           linha de detalhe de um departamento. SPD-SECAO
      *           separa os quadros de um relatorio com mais de uma
      *           parte; SPD-SEQ guarda a ordem original de emissao.
      ******************************************************************
       01 REG-SEPARACAO.
           03 SPD-TIPO                   PIC X(01).
            88 SPD-TITULO                VALUE "T".
            88 SPD-COLUNAS               VALUE "C".
            88 SPD-DETALHE               VALUE "D".
           03 SPD-SECAO                  PIC 9(01).
           03 SPD-DEPTO                  PIC X(10).
           03 SPD-SEQ                    PIC 9(06).
           03 SPD-LINHA                  PIC X(132).
