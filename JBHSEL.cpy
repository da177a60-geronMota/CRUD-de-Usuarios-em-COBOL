      * Purpose : FILE-CONTROL SELECT entry for JOBHIST, o historico
      *           acumulado das rodadas noturnas gravado pelo CTLNOITE
      *           (uma linha por passo terminado, em EXTEND) e lido
      *           pelo relatorio mensal RELBATCH e, para a media de
      *           crescimento por noite, pelo RELCAPAC.
      ******************************************************************
           SELECT JOBHIST ASSIGN TO
           "C:\Users\PC\Desktop\CRUD\JOBHIST.cbl"
