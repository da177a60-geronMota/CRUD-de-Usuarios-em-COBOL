      ******************************************************************
      * Copybook: RCNWK
      * Purpose : WORKING-STORAGE fields for RCNVAL, a rotina
      *           compartilhada de recontratacao por CPF. Caller moves
      *           o CPF informado para WS-RCN-CPF antes de PERFORMar
      *           P997-VALIDA-CPF (RCN-CPF-VALIDO diz se os digitos
      *           verificadores conferem) e P993-CONFERE-CPF, que
      *           devolve em WS-RCN-SITUACAO se o CPF e de ninguem,
      *           de um codigo inativo (recontratacao - o caminho e a
      *           reativacao, nunca um codigo novo) ou de um codigo
      *           ativo, com o codigo e o nome achados e o arquivo
      *           onde o CPF estava (CPLFILE ou CPLHIST).
      ******************************************************************
       77 WS-RCN-CPF                     PIC 9(11).
       77 WS-RCN-SITUACAO                PIC X.
        88 RCN-SEM-VINCULO               VALUE "N".
        88 RCN-INATIVO                   VALUE "I".
        88 RCN-ATIVO                     VALUE "A".
       77 WS-RCN-CD-USER                 PIC 9(06).
       77 WS-RCN-NM                      PIC X(25).
       77 WS-RCN-ORIGEM                  PIC X(07).
       77 WS-RCN-CD-LIDO                 PIC 9(06).
       77 WS-RCN-ORIGEM-LIDA             PIC X(07).
       77 WS-RCN-EOF                     PIC X.
        88 RCN-EOF                       VALUE "S" FALSE "N".
       77 WS-RCN-CPF-VALIDO              PIC X.
        88 RCN-CPF-VALIDO                VALUE "S" FALSE "N".
       77 WS-RCN-CPF-TEXTO               PIC X(11).
       77 WS-RCN-DIGITO                  PIC 9(01).
       77 WS-RCN-SOMA                    PIC 9(04) COMP.
       77 WS-RCN-RESTO                   PIC 9(02).
       77 WS-RCN-DV                      PIC 9(02).
       77 WS-RCN-POS                     PIC 9(02) COMP.
       77 WS-RCN-PESO                    PIC 9(02) COMP.
       77 WS-RCN-IGUAIS                  PIC 9(02).
