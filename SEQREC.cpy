      *           vale o padrao de 7);
      *           CTR-CHAVE = "B" reusa CTR-ULT-SEQ como o semaforo do
      *           processamento noturno: 1 enquanto o CTLNOITE e dono
      *           dos arquivos, o ROTCHAVE enquanto recifra o
      *           CPLFILE e o CPLHIST ou o REAPUSER enquanto recupera
      *           o CADUSER (o MENUUSER recusa os operadores nesse
      *           periodo, com override so de MASTER), 0 com o online
      *           liberado;
      *           CTR-CHAVE = "Q" reusa CTR-QTD-ATIVO/CTR-QTD-INATIVO
      *           percentual sobre o teto de vagas dos departamentos
      *           (mantida pelo CADDEPTO; zero ou ausencia vale o
      *           padrao de 10) - no teto os caminhos de entrada
      *           avisam, acima do teto mais a tolerancia bloqueiam;
      *           CTR-CHAVE = "K" reusa CTR-ULT-SEQ como o numero da
      *           ultima campanha de recertificacao de acessos aberta
      *           pelo CERTUSER e CTR-QTD-ATIVO como a marca de
      *           campanha em andamento (1 aberta, recebendo respostas
      *           no CERTRESP; 0 encerrada);
      *           CTR-CHAVE = "D" reusa CTR-ULT-SEQ como a sequencia
      *           dos LGP-ID do registro de pedidos de titulares
      *           LGPFILE (CADLGPD);
      *           CTR-CHAVE = "A" reusa CTR-ULT-SEQ como a sequencia
      *           dos AGD-ID das mudancas agendadas do AGDFILE
      *           (rotina AGDGRV);
      *           CTR-CHAVE = "E" reusa CTR-ULT-SEQ como o mes
      *           (AAAAMM) da ultima amostra de qualidade sorteada
      *           pelo AMOSUSER, CTR-QTD-ATIVO como o percentual
      *           sorteado por departamento e CTR-QTD-INATIVO como o
      *           tamanho da amostra;
      *           CTR-CHAVE = "F" reusa CTR-ULT-SEQ como a sequencia
      *           dos FLR-ID da fila de pedidos de relatorio sob
      *           demanda FILAREL (PEDEREL);
      *           CTR-CHAVE = "Y" guarda os limites do relatorio de
      *           capacidade RELCAPAC (mantidos pelo LIMCAPAC):
      *           CTR-ULT-SEQ o limite de registros dos cadastros
      *           mestres e CTR-QTD-ATIVO o dos logs, em milhares, e
      *           CTR-QTD-INATIVO o horizonte de alerta em meses (zero
      *           ou ausencia vale o padrao de 900, 500 e 12).
      *           ATENCAO: o layout cresceu (CTR-MAX-FALHAS e
      *           CTR-GER-LIMITE); um CADCTRL gravado no layout
      *           antigo de 25 bytes precisa passar uma unica vez
