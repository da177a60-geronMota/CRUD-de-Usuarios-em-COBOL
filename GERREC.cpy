      *           por registro, chaveada por arquivo logico + data da
      *           rodada, com o nome fisico completo e o momento da
      *           producao.
      *           GER-DEPTO separa as copias por departamento que o
      *           SEPAREL produz de um mesmo relatorio (cada copia tem
      *           o seu rodizio de geracoes); nas saidas inteiras fica
      *           em branco.
      *           ATENCAO: a chave cresceu (GER-DEPTO) e o nome fisico
      *           passou a 60 posicoes (o nome da copia leva o
      *           departamento); um GERCTLG gravado no layout antigo
      *           de 80 bytes precisa passar uma unica vez pelo
      *           CONVGER antes de qualquer outro programa abri-lo.
      ******************************************************************
       01 REG-GERACAO.
           03 GER-CHAVE.
               05 GER-ARQUIVO            PIC X(08).
               05 GER-DEPTO              PIC X(10).
               05 GER-DATA               PIC 9(08).
           03 GER-NOME                   PIC X(60).
           03 GER-DATA-HORA              PIC 9(14).
