      *                 regrava direto no layout final, com o teto
      *                 nascendo zerado - zero vale "sem teto
      *                 definido" em todos os leitores.
      * 15/10/26 GERO - A conversao regrava no layout com DPT-PAI
      *                 (hierarquia de departamentos), todo departamento
      *                 nascendo como raiz; um DEPFILE ja no layout de
      *                 46 bytes passa pelo CONVHIER, nao por aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDEPT.

      ******************************************************************
      * P958-GRAVA-NOVO: regrava um departamento no layout novo - todo
      * mundo nasce ativo, com o teto de vagas zerado (sem teto) e
      * sem departamento pai (raiz).
      ******************************************************************
           P958-GRAVA-NOVO.

           MOVE TAB-DESCRICAO (WS-IDX)   TO DPT-DESCRICAO
           MOVE "A"                      TO DPT-STATUS
           MOVE ZERO                     TO DPT-VAGAS
           MOVE SPACES                   TO DPT-PAI

           WRITE REG-DEPTO.
       P958-FIM.
