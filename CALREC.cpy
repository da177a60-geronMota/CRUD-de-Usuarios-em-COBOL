      *           processamento da rodada noturna - um registro por
      *           data de negocio, com as marcas de feriado (noite que
      *           a corrente pula) e de fechamento de mes (noite em
      *           que o RELMOVTO, o FOTODEPT, o RELCAPAC e o RATEDEPT
      *           rodam como passos extras), e a situacao - a ultima
      *           data executada tambem decide a primeira noite da
      *           semana, a do passo semanal VERELOG:
      *           "V" prevista (ainda nao chegou), "A" aberta (a data
      *           corrente, a unica que o CTLNOITE aceita rodar), "E"
      *           executada (rodada boa ja fechou a data), "P" pulada
