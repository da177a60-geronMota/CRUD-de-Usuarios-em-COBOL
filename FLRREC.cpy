      ******************************************************************
      * Copybook: FLRREC
      * Purpose : FD record layout for FILAREL - um pedido de
      *           relatorio sob demanda: quem pediu e quando, o
      *           programa do relatorio (RELDEPTO, DUPLUSER, DORMUSER,
      *           ANIVUSER, RELOPER, RELACESS) e os parametros que ele
      *           pediria no SYSIN (faixa de datas do RELOPER e do
      *           RELACESS, dias de dormencia do DORMUSER - que sob
      *           demanda so roda a passada de aviso).
      *           Situacao "P" pendente, "E" executando (o SPOOLREL
      *           marca antes do CALL; pedido achado assim no inicio
      *           de uma rodada e de uma queda e vira "F"), "C"
      *           concluido, "F" falhou (motivo em FLR-MOTIVO).
      *           FLR-RETORNO guarda o RETURN-CODE do relatorio; no
      *           pedido concluido FLR-GER-ARQUIVO + o operador +
      *           FLR-GER-DATA sao a chave da geracao no catalogo
      *           GERCTLG (reimpressa pelo VERGERAC) e FLR-GER-NOME o
      *           nome fisico dela.
      ******************************************************************
       01 REG-PEDIDO-REL.
           03 FLR-ID                     PIC 9(06).
           03 FLR-OPERADOR               PIC X(10).
           03 FLR-RELATORIO              PIC X(08).
           03 FLR-DATA-INI               PIC 9(08).
           03 FLR-DATA-FIM               PIC 9(08).
           03 FLR-DIAS                   PIC 9(04).
           03 FLR-DT-PEDIDO              PIC 9(14).
           03 FLR-SITUACAO               PIC X(01).
            88 FLR-PENDENTE              VALUE "P".
            88 FLR-EXECUTANDO            VALUE "E".
            88 FLR-CONCLUIDO             VALUE "C".
            88 FLR-FALHOU                VALUE "F".
           03 FLR-DT-INICIO              PIC 9(14).
           03 FLR-DT-FIM                 PIC 9(14).
           03 FLR-RETORNO                PIC 9(03).
           03 FLR-GER-ARQUIVO            PIC X(08).
           03 FLR-GER-DATA               PIC 9(08).
           03 FLR-GER-NOME               PIC X(60).
           03 FLR-MOTIVO                 PIC X(40).
