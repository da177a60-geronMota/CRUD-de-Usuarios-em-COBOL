      ******************************************************************
      * Copybook: CHVREC
      * Purpose : FD record layout for CHVFILE - uma versao de chave
      *           por registro, chaveada pelo numero da versao, com o
      *           material da chave (quatro parcelas de 9 digitos) e
      *           o digito de conferencia CHV-CONFERE calculado sobre
      *           o material e a versao - registro que nao confere
      *           nao e usado. Chave retirada (CHV-RETIRADA) e a que
      *           uma rotacao concluida deixou para tras: fica so como
      *           registro (datas de criacao e retirada) e a rotina
      *           CRPCIF nao a carrega mais.
      *           CHV-VERSAO = 0000 e o registro de controle: em vez
      *           do material guarda a versao atual (a que cifra tudo
      *           que e gravado) e a marca de rotacao em andamento
      *           (ligada pelo ROTCHAVE no comeco da rotacao, desligada
      *           quando as contagens fecham).
      ******************************************************************
       01 REG-CHAVE.
           03 CHV-VERSAO                 PIC 9(04).
           03 CHV-SITUACAO               PIC X(01).
            88 CHV-ATIVA                 VALUE "A".
            88 CHV-RETIRADA              VALUE "R".
            88 CHV-CONTROLE              VALUE "C".
           03 CHV-MATERIAL.
               05 CHV-K1                 PIC 9(09).
               05 CHV-K2                 PIC 9(09).
               05 CHV-K3                 PIC 9(09).
               05 CHV-K4                 PIC 9(09).
           03 CHV-CONTROLE-AREA REDEFINES CHV-MATERIAL.
               05 CHV-VERSAO-ATUAL       PIC 9(04).
               05 CHV-ROTACAO            PIC X(01).
                88 CHV-ROTACAO-PENDENTE  VALUE "S" FALSE "N".
               05 FILLER                 PIC X(31).
           03 CHV-CONFERE                PIC 9(09).
           03 CHV-DT-CRIACAO             PIC 9(14).
           03 CHV-DT-RETIRADA            PIC 9(14).
