      *                 alguem copiava um BKPUSER real para a
      *                 homologacao, com nome, CPF e endereco de
      *                 verdade.
      * 15/10/26 GERO - CPF e nascimento chegam cifrados do CPLFILE e
      *                 nao sao decifrados aqui: o CPF mascarado sai do
      *                 hash do valor cifrado, o nascimento vira 01/01
      *                 de um ano derivado do mesmo hash, e os dois saem
      *                 abertos (versao de chave 0000) - a homologacao
      *                 nao recebe a chave da producao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKUSER.
       77 WS-MSK-HASH                    PIC 9(08).
       77 WS-FONE-MASC                   PIC 9(12).
       77 WS-CPF-MASC                    PIC 9(11).
       77 WS-NASC-MASC                   PIC 9(08).
       77 WS-CEP-MASC                    PIC 9(08).
       77 WS-CAMPO-MASC                  PIC X(30).

               MOVE WS-CPF-MASC         TO CPL-CPF

               IF CPL-DT-NASCIMENTO NOT EQUAL ZERO THEN
                   MOVE CPL-DT-NASCIMENTO TO WS-MSK-ENTRADA
                   MOVE 8               TO WS-MSK-TAM
                   PERFORM P850-MASCARA-HASH THRU P850-FIM
                   COMPUTE WS-NASC-MASC =
                       (1950 + FUNCTION MOD(WS-MSK-HASH, 50)) * 10000
                       + 0101
                   MOVE WS-NASC-MASC    TO CPL-DT-NASCIMENTO
               END-IF

      *        CPF e nascimento mascarados saem abertos (versao 0000):
      *        a homologacao nao recebe a chave da producao.
               MOVE ZERO                TO CPL-CHAVE-VERSAO

               MOVE "D"                 TO CPM-TIPO
               MOVE SPACES              TO CPM-DADOS
               MOVE REG-COMPL           TO CPM-DADOS
