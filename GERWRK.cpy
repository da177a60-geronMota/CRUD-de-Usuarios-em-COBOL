      *           compartilhada de catalogo de geracoes. Caller moves
      *           o nome logico para WS-GER-ARQUIVO e o nome fisico
      *           montado para WS-GER-NOME antes de PERFORMar
      *           P966-REGISTRA-GERACAO; WS-GER-DEPTO so e preenchido
      *           pelo SEPAREL, nas copias por departamento (as
      *           saidas inteiras o deixam em branco, o valor inicial).
      *           WS-GER-LIMITE e quantas
      *           geracoes ficam no catalogo por arquivo - lido do
      *           registro "G" de CADCTRL (mantido pelo VERGERAC;
      *           ausencia ou zero vale o padrao de 7); acima disso a
       77 WS-FS-GERCTLG                  PIC 99.
        88 FS-GERCTLG-OK                 VALUE 0.
       77 WS-GER-ARQUIVO                 PIC X(08).
       77 WS-GER-NOME                    PIC X(60).
       77 WS-GER-DEPTO                   PIC X(10) VALUE SPACES.
       77 WS-GER-LIMITE                  PIC 9(02).
       77 WS-GER-QTD                     PIC 9(03).
       77 WS-GER-MAIS-ANTIGA             PIC 9(08).
