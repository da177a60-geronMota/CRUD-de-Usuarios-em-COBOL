      ******************************************************************
      * Copybook: MSGREC
      * Purpose : FD record layout for MSGFILE - o texto de uma
      *           mensagem de tela num idioma, chaveado por numero da
      *           mensagem + idioma ("P" portugues, "I" ingles, "E"
      *           espanhol). O "&" no texto marca onde entra cada
      *           valor variavel, na ordem em que o programa os passa
      *           (o primeiro "&" recebe o primeiro valor e assim por
      *           diante) - o tradutor pode mudar a posicao do "&" na
      *           frase, nao a ordem dos valores.
      *           Numeracao: 0001-0099 rotinas compartilhadas (STATCHK,
      *           ESCVAL, LCKTRV); dali em diante uma faixa de cem por
      *           programa online, na ordem alfabetica: 0100 ALTERUSER,
      *           0200 AMORESP, 0300 ANONUSER, 0400 APRVUSER, 0500
      *           CADAGEND, 0600 CADCLIEN, 0700 CADCOMPL, 0800
      *           CADCONS, 0900 CADCONT, 1000 CADDEPTO, 1100 CADLGPD,
      *           1200 CADMSG, 1300 CARTLGPD, 1400 CERTRESP, 1500
      *           CONSARC, 1600 CONSUSER, 1700 DELEUSER, 1800
      *           DESFUSER, 1900 FICHUSER, 2000 FUNDUSER, 2100
      *           LISTUSER, 2200 MENUUSER, 2300 REATUSER, 2400
      *           SECADMIN, 2500 TOKUSER, 2600 TRFDEPTO, 2700
      *           TROCSENH, 2800 VERGERAC; os programas que vieram
      *           depois seguem a partir de 2900: 2900 PEDEREL. O texto
      *           em portugues de cada numero tambem esta no proprio
      *           programa e vale enquanto o catalogo nao tiver o
      *           numero.
      *           MSG-DT-ALTERACAO e MSG-OPERADOR carimbam a ultima
      *           manutencao pelo CADMSG.
      ******************************************************************
       01 REG-MSG.
           03 MSG-CHAVE.
               05 MSG-NUMERO             PIC 9(04).
               05 MSG-IDIOMA             PIC X(01).
                88 MSG-PORTUGUES         VALUE "P".
                88 MSG-INGLES            VALUE "I".
                88 MSG-ESPANHOL          VALUE "E".
           03 MSG-TEXTO                  PIC X(100).
           03 MSG-DT-ALTERACAO           PIC 9(14).
           03 MSG-OPERADOR               PIC X(10).
