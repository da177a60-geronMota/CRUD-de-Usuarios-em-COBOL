      *           no TRNUSER), "D" desligamento. Em "M" e "D" o
      *           HR-EMAIL e a chave de casamento com o CADUSER, nao
      *           um valor novo.
      *           "C" traz uma manifestacao de consentimento colhida
      *           pelo RH (finalidade "M" mala direta, "O" email
      *           operacional, "C" compartilhamento; opcao "S" opt-in,
      *           "N" opt-out; data da manifestacao, zero vale a data
      *           do lote), casada com o CADUSER pelo HR-CNS-EMAIL. O
      *           "C" entra na contagem do trailer como os detalhes.
      *           HR-DT-EFETIVA (no fim do detalhe, branco nos lotes
      *           antigos) e a data de vigencia de um "M" ou "D"
      *           combinado com antecedencia: preenchida, o movimento
      *           vira uma mudanca agendada no AGDFILE em vez de uma
      *           transacao do TRNUSER; na admissao e ignorada.
      *           HR-CPF (depois da data efetiva, branco nos lotes
      *           antigos) e o CPF da admissao: o CARGUSER recusa a
      *           admissao de quem ja tem codigo (recontratacao) para
      *           o RH reenviar como reativacao.
      ******************************************************************
       01 REG-HR.
           03 HR-TIPO                    PIC X(01).
            88 HR-HEADER                 VALUE "H".
            88 HR-DETALHE                VALUE "D".
            88 HR-TRAILER                VALUE "T".
            88 HR-CONSENT                VALUE "C".
           03 HR-DADOS                   PIC X(109).
           03 HR-HEADER-AREA REDEFINES HR-DADOS.
               05 HR-DT-ARQUIVO          PIC 9(08).
               05 HR-NR-SEQUENCIA        PIC 9(06).
               05 FILLER                 PIC X(95).
           03 HR-DET-AREA REDEFINES HR-DADOS.
               05 HR-NM                  PIC X(25).
               05 HR-EMAIL               PIC X(30).
                88 HR-MOV-MUDANCA        VALUE "M".
                88 HR-MOV-DESLIGAMENTO   VALUE "D".
               05 FILLER                 PIC X(04).
               05 HR-DT-EFETIVA          PIC 9(08).
               05 HR-DT-EFETIVA-X REDEFINES HR-DT-EFETIVA
                                         PIC X(08).
               05 HR-CPF                 PIC X(11).
           03 HR-CNS-AREA REDEFINES HR-DADOS.
               05 HR-CNS-EMAIL           PIC X(30).
               05 HR-CNS-FINALIDADE      PIC X(01).
                88 HR-CNS-FIN-VALIDA     VALUE "M" "O" "C".
               05 HR-CNS-OPCAO           PIC X(01).
                88 HR-CNS-OPT-IN         VALUE "S".
                88 HR-CNS-OPT-OUT        VALUE "N".
               05 HR-CNS-DATA            PIC 9(08).
               05 FILLER                 PIC X(69).
           03 HR-TRL-AREA REDEFINES HR-DADOS.
               05 HR-QTD-REG             PIC 9(06).
               05 FILLER                 PIC X(103).
