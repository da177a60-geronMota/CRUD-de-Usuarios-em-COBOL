      ******************************************************************
      * Copybook: ELCREC
      * Purpose : Record layout for ELOCTL - um expurgo do AUDLOG: o
      *           log de origem, a data da rodada, o nome fisico do
      *           arquivo morto datado, quantas linhas foram para ele,
      *           o elo anterior da primeira linha movida e o elo da
      *           ultima (zero quando a linha era anterior ao
      *           encadeamento). Dois expurgos no mesmo dia gravam
      *           duas linhas com o mesmo nome - o arquivo morto e o
      *           mesmo, acrescido.
      ******************************************************************
       01 REG-ELO-CTL.
           03 ELC-LOG                    PIC X(08).
           03 ELC-DATA                   PIC 9(08).
           03 ELC-NOME                   PIC X(50).
           03 ELC-QTD                    PIC 9(07).
           03 ELC-ELO-INI                PIC 9(08).
           03 ELC-ELO-FIM                PIC 9(08).
