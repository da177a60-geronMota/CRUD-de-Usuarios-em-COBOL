      * Purpose : Record layout for SEGLOG - um evento de seguranca
      *           por linha: o operador envolvido (o ID digitado,
      *           mesmo quando nao existe no SECFILE), o programa que
      *           registrou, o tipo de evento, quando aconteceu e o
      *           numero da mensagem mostrada ao operador no evento
      *           (catalogo MSGFILE; zero quando nao houve tela).
      *           SEG-ELO-ANT/SEG-ELO: elo de integridade encadeado,
      *           calculado pela SEGGRV sobre SEG-DADOS a partir do
      *           elo da linha anterior, como no AUDLOG; em branco nas
      *           linhas gravadas antes do encadeamento.
      ******************************************************************
       01 REG-SEGLOG.
           03 SEG-DADOS.
               05 SEG-OPERADOR           PIC X(10).
               05 SEG-PROGRAMA           PIC X(10).
               05 SEG-EVENTO             PIC X(20).
               05 SEG-DATA-HORA          PIC 9(14).
               05 SEG-MSG-NUMERO         PIC 9(04).
           03 SEG-ELO-ANT                PIC 9(08).
           03 SEG-ELO                    PIC 9(08).
