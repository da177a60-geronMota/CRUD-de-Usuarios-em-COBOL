      *           (so um MASTER desbloqueia, via SECADMIN).
      *           SEC-QTD-FALHAS conta as falhas consecutivas de senha
      *           e volta a zero em todo login bem sucedido.
      *           SEC-ESCOPO diz sobre quais usuarios o operador pode
      *           trabalhar: "T" todos os departamentos, "R" restrito
      *           aos codigos de DEPFILE listados em SEC-DEPTO-PERM
      *           (ate 10; posicoes livres em branco) - e assim que o
      *           gestor de filial so enxerga a propria gente. Mantido
      *           pelo SECADMIN e conferido pela rotina compartilhada
      *           ESCVAL nos programas online.
      *           ATENCAO: o layout cresceu (SEC-ESCOPO e
      *           SEC-DEPTO-PERM); um SECFILE gravado no layout antigo
      *           de 42 bytes precisa passar uma unica vez pelo
      *           CONVESCO antes de qualquer outro programa abri-lo.
      *           SEC-IDIOMA e o idioma das telas do operador ("P"
      *           portugues - tambem o branco dos registros antigos -,
      *           "I" ingles, "E" espanhol), mantido pelo SECADMIN e
      *           levado ao REG-OPER-LOGADO no login; as mensagens saem
      *           do catalogo MSGFILE nesse idioma.
      *           ATENCAO: o layout cresceu de novo (SEC-IDIOMA); um
      *           SECFILE no layout de 143 bytes passa uma unica vez
      *           pelo CONVIDIO.
      ******************************************************************
       01 REG-SEC.
           03 SEC-OPERADOR               PIC X(10).
            88 SEC-OP-DESATIVADO         VALUE "D".
            88 SEC-OP-BLOQUEADO          VALUE "B".
           03 SEC-QTD-FALHAS             PIC 9(02).
           03 SEC-ESCOPO                 PIC X(01).
            88 SEC-ESCOPO-TOTAL          VALUE "T".
            88 SEC-ESCOPO-RESTRITO       VALUE "R".
           03 SEC-DEPTOS-PERMITIDOS.
            05 SEC-DEPTO-PERM            PIC X(10) OCCURS 10 TIMES.
           03 SEC-IDIOMA                 PIC X(01).
            88 SEC-IDIOMA-PORTUGUES      VALUE "P" " ".
            88 SEC-IDIOMA-INGLES         VALUE "I".
            88 SEC-IDIOMA-ESPANHOL       VALUE "E".
