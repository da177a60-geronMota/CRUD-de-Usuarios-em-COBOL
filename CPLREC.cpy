      *           verificador no CADCOMPL) e data de nascimento.
      *           CPL-FL-DEVOLVIDO marca o endereco atual como nao
      *           confiavel (carta voltou do correio): o CADCOMPL liga
      *           e desliga a marca, o INTFCORR liga pelo arquivo de
      *           devolucoes do correio, e os batches de
      *           correspondencia pulam o endereco marcado ate a
      *           correcao.
      *           ATENCAO: o layout cresceu (CPL-FL-DEVOLVIDO); um
      *           CPLFILE gravado no layout antigo de 86 bytes precisa
      *           passar uma unica vez pelo CONVCPL antes de qualquer
      *           outro programa abri-lo.
      *           CPL-CPF e CPL-DT-NASCIMENTO ficam gravados cifrados
      *           (rotina CRPCIF, chave do CHVFILE) na versao de chave
      *           CPL-CHAVE-VERSAO; versao 0000 e valor aberto. So os
      *           programas da lista do CRPCIF decifram; os demais
      *           copiam os dois campos e a versao como estao.
      *           ATENCAO: o layout cresceu de novo (CPL-CHAVE-VERSAO);
      *           um CPLFILE no layout de 87 bytes passa uma unica vez
      *           pelo CONVCRIP, que ja grava os dois campos cifrados.
      ******************************************************************
       01 REG-COMPL.
           03 CPL-CD-USER                PIC 9(06).
           03 CPL-DT-NASCIMENTO          PIC 9(08).
           03 CPL-FL-DEVOLVIDO           PIC X(01).
            88 CPL-CORR-DEVOLVIDA        VALUE "S" FALSE "N".
           03 CPL-CHAVE-VERSAO           PIC 9(04).
