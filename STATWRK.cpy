      *           WS-FS-PROGRAMA recebe o PROGRAM-ID uma vez, no
      *           inicio da mainline, e identifica o programa nas
      *           linhas que a rotina manda para o ERRLOG central.
      *           WS-MSG-IDIOMA e o idioma das mensagens de tela do
      *           catalogo MSGFILE ("P" portugues, "I" ingles, "E"
      *           espanhol): o batch fica no portugues do VALUE e o
      *           programa online recebe o idioma do operador logado.
      *           WS-FS-MSG-* sao a area da propria rotina para buscar
      *           a mensagem de status no catalogo.
      ******************************************************************
       77 WS-FS-CODIGO                   PIC 99.
       77 WS-FS-ARQUIVO                  PIC X(10).
       77 WS-FS-PROGRAMA                 PIC X(10).
       77 WS-MSG-IDIOMA                  PIC X VALUE "P".
       77 WS-FS-MSG-NUMERO               PIC 9(04).
       77 WS-FS-MSG-TEXTO                PIC X(100).
       77 WS-FS-MSG-LINHA                PIC X(200).
       77 WS-FS-MSG-TAM                  PIC 9(03).
       01 WS-FS-MSG-PARAMETROS           VALUE SPACES.
           03 WS-FS-MSG-PARAM            PIC X(100) OCCURS 9 TIMES.
