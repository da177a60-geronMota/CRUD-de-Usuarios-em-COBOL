      ******************************************************************
      * Copybook: CRPWK
      * Purpose : WORKING-STORAGE fields for CRPCIF, a rotina
      *           compartilhada de cifra do CPF e da data de
      *           nascimento do cadastro complementar. Para decifrar o
      *           caller move CPL-CD-USER para WS-CRP-CD-USER,
      *           CPL-CHAVE-VERSAO para WS-CRP-VERSAO e os dois campos
      *           cifrados para WS-CRP-CPF/WS-CRP-NASC e PERFORMa
      *           P918-DECIFRA-COMPL; para cifrar move os valores
      *           abertos e PERFORMa P917-CIFRA-COMPL, que devolve em
      *           WS-CRP-VERSAO a versao da chave usada (gravar em
      *           CPL-CHAVE-VERSAO). CRP-OK desligado na volta quer
      *           dizer chave indisponivel: nada foi cifrado nem
      *           decifrado e o caller nao deve gravar nem mostrar os
      *           campos. O caller precisa ter CHVSEL/CHVREC no
      *           programa (a rotina abre e fecha o CHVFILE so para
      *           leitura). Os campos WS-CRP-FRASE em diante sao so da
      *           geracao de chave nova (CHVGER), usada pelo CONVCRIP
      *           e pelo ROTCHAVE.
      ******************************************************************
       77 WS-FS-CHVFILE                  PIC 99.
        88 FS-CHVFILE-OK                 VALUE 0.
       77 WS-CRP-CD-USER                 PIC 9(06).
       77 WS-CRP-VERSAO                  PIC 9(04).
       01 WS-CRP-BLOCO.
           03 WS-CRP-CPF                 PIC 9(11).
           03 WS-CRP-NASC                PIC 9(08).
       01 WS-CRP-BLOCO-X REDEFINES WS-CRP-BLOCO
                                         PIC X(19).
       77 WS-CRP-OK                      PIC X.
        88 CRP-OK                        VALUE "S" FALSE "N".
       77 WS-CRP-CARREGADA               PIC X VALUE "N".
        88 CRP-CARREGADA                 VALUE "S" FALSE "N".
       77 WS-CRP-FIXAS                   PIC X VALUE "N".
        88 CRP-CHAVES-FIXAS              VALUE "S" FALSE "N".
       77 WS-CRP-RECARREGOU              PIC X.
        88 CRP-RECARREGOU                VALUE "S" FALSE "N".
       77 WS-CRP-EOF                     PIC X.
        88 CRP-EOF                       VALUE "S" FALSE "N".
       77 WS-CRP-SENTIDO                 PIC X.
        88 CRP-CIFRAR                    VALUE "C".
        88 CRP-DECIFRAR                  VALUE "D".
       77 WS-CRP-TEM-CPF                 PIC X.
        88 CRP-TEM-CPF                   VALUE "S" FALSE "N".
       77 WS-CRP-TEM-NASC                PIC X.
        88 CRP-TEM-NASC                  VALUE "S" FALSE "N".
       77 WS-CRP-ATUAL                   PIC 9(04) VALUE ZERO.
       77 WS-CRP-QTD                     PIC 9(02) COMP VALUE ZERO.
       77 WS-CRP-IDX                     PIC 9(02) COMP.
       77 WS-CRP-ACHOU                   PIC 9(02) COMP.
       01 WS-CRP-TABELA.
           03 WS-CRP-TAB OCCURS 20 TIMES.
               05 WS-CRP-TAB-VERSAO      PIC 9(04).
               05 WS-CRP-TAB-K1          PIC 9(09).
               05 WS-CRP-TAB-K2          PIC 9(09).
               05 WS-CRP-TAB-K3          PIC 9(09).
               05 WS-CRP-TAB-K4          PIC 9(09).
       77 WS-CRP-K1                      PIC 9(09).
       77 WS-CRP-K2                      PIC 9(09).
       77 WS-CRP-K3                      PIC 9(09).
       77 WS-CRP-K4                      PIC 9(09).
       77 WS-CRP-CONF-VERSAO             PIC 9(04).
       77 WS-CRP-CONFERE                 PIC 9(09).
       77 WS-CRP-ESTADO                  PIC 9(09).
       77 WS-CRP-FAIXA                   PIC 9(06).
       77 WS-CRP-CHAVE-DIG               PIC 9(01).
       77 WS-CRP-DIGITO                  PIC 9(01).
       77 WS-CRP-POS                     PIC 9(02) COMP.
       77 WS-CRP-FRASE                   PIC X(60).
       77 WS-CRP-STAMP                   PIC 9(14).
       77 WS-CRP-FRASE-POS               PIC 9(02) COMP.
       77 WS-CRP-ORD                     PIC 9(03).
       77 WS-CRP-H1                      PIC 9(09).
       77 WS-CRP-H2                      PIC 9(09).
       77 WS-CRP-H3                      PIC 9(09).
       77 WS-CRP-H4                      PIC 9(09).
