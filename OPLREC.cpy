      *           menu. E assim que CADCLIEN/ALTERUSER/CONSUSER/
      *           LISTUSER/DELEUSER/REATUSER sabem quem esta no
      *           terminal sem pedir ID e senha de novo a cada opcao.
      *           OPL-ESCOPO e OPL-DEPTO-PERM trazem do SECFILE o
      *           escopo de departamentos do operador (SEC-ESCOPO),
      *           conferido pela rotina compartilhada ESCVAL.
      *           OPL-IDIOMA traz o SEC-IDIOMA do operador: cada
      *           subprograma o copia para WS-MSG-IDIOMA no inicio e
      *           mostra as mensagens do catalogo MSGFILE nesse idioma.
      ******************************************************************
       01 REG-OPER-LOGADO.
           03 OPL-OPERADOR               PIC X(10).
            88 OPL-PODE-LISTAR           VALUE "S".
           03 OPL-PERM-EXCLUIR           PIC X(01).
            88 OPL-PODE-EXCLUIR          VALUE "S".
           03 OPL-ESCOPO                 PIC X(01).
            88 OPL-ESCOPO-TOTAL          VALUE "T".
            88 OPL-ESCOPO-RESTRITO       VALUE "R".
           03 OPL-DEPTOS-PERMITIDOS.
            05 OPL-DEPTO-PERM            PIC X(10) OCCURS 10 TIMES.
           03 OPL-IDIOMA                 PIC X(01).
