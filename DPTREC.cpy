      *           caminhos de entrada avisam no teto e bloqueiam
      *           acima do teto mais a tolerancia do registro "V" de
      *           CADCTRL.
      *           DPT-PAI e o departamento imediatamente acima na
      *           hierarquia (em branco = raiz). Mantido e validado
      *           pelo CADDEPTO (pai cadastrado, sem ciclo, pai
      *           extinto nao recebe filho ativo) e pelo TRFDEPTO, que
      *           move um ramo inteiro. Com a hierarquia, DPT-VAGAS
      *           passa a ser o teto do ramo todo - o departamento e
      *           tudo o que esta abaixo dele (rotina DPTARV).
      *           ATENCAO: o layout cresceu (DPT-STATUS e DPT-VAGAS);
      *           um DEPFILE gravado no layout antigo de 40 bytes
      *           precisa passar uma unica vez pelo CONVDEPT antes de
      *           qualquer outro programa abri-lo.
      *           ATENCAO: o layout cresceu de novo (DPT-PAI); um
      *           DEPFILE gravado no layout de 46 bytes precisa passar
      *           uma unica vez pelo CONVHIER.
      ******************************************************************
       01 REG-DEPTO.
           03 DPT-CODIGO                 PIC X(10).
            88 DPT-ATIVO                 VALUE "A".
            88 DPT-EXTINTO               VALUE "E".
           03 DPT-VAGAS                  PIC 9(05).
           03 DPT-PAI                    PIC X(10).
