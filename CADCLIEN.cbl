      *                 CADCTRL, padrao 10%) recusa e pede outro
      *                 departamento. A gente so descobria
      *                 departamento estourado quando o RELDEPTO saia.
      * 15/10/26 GERO - Recontratacao por CPF: o cadastro pede o CPF
      *                 antes de gerar o codigo (ENTER segue sem CPF),
      *                 confere os digitos verificadores e o procura nos
      *                 dados complementares vivos e arquivados (rotina
      *                 compartilhada RCNVAL). CPF de um codigo inativo
      *                 cancela o cadastro novo e oferece ir direto ao
      *                 REATUSER para o codigo antigo; CPF de codigo
      *                 ativo so cancela. Uma pessoa, um codigo.
      * 15/10/26 GERO - Mensagens de tela pelo catalogo MSGFILE (rotina
      *                 MSGMOS), no idioma do operador logado (OPL-
      *                 IDIOMA), cada uma com numero proprio (faixa
      *                 0600).
      * 15/10/26 GERO - A conferencia de recontratacao por CPF decifra
      *                 em memoria o CPF cifrado do CPLFILE e do CPLHIST
      *                 (rotina CRPCIF) para comparar.
      * 15/10/26 GERO - A inclusao no CADUSER grava a imagem nova no
      *                 jornal de recuperacao JRNUSER (rotina JRNGRV),
      *                 para o REAPUSER reaplicar em cima do ultimo
      *                 BKPUSER.
      * 15/10/26 GERO - Teto de vagas na hierarquia de departamentos: o
      *                 departamento escolhido e cada ancestral dele com
      *                 DPT-VAGAS definido limitam os ativos do proprio
      *                 ramo (rotina compartilhada DPTARV) - avisa no
      *                 teto e bloqueia acima da tolerancia em qualquer
      *                 nivel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCLIEN.
           COPY CADSEL.
           COPY SEQSEL.
           COPY DPTSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY CHVSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPFILE.
           COPY DPTREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CPLHIST.
           COPY CPHREC.

       FD CHVFILE.
           COPY CHVREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
        88 FS-CADCTRL-OK                 VALUE 0.
       77 WS-FS-DEPFILE                  PIC 99.
        88 FS-DEPFILE-OK                 VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-CPF-LIDO                    PIC X.
        88 CPF-LIDO                      VALUE "S" FALSE "N".
       77 WS-OPCAO                       PIC X.
       77 WS-CTRL-NOVO                   PIC X.
        88 CTRL-NOVO                     VALUE "S" FALSE "N".
       77 WS-QTD-NO-DEPTO                PIC 9(06).
       77 WS-TOLERANCIA                  PIC 9(02).
       77 WS-LIMITE-VAGAS                PIC 9(06).
       77 WS-TEM-TETO                    PIC X.
        88 TEM-TETO                      VALUE "S" FALSE "N".

           COPY STATWRK.

           COPY MSGWK.

           COPY DPTVALWK.

           COPY DPTARVWK.

           COPY RCNWK.

           COPY CRPWK.

           COPY HASHWK.

           COPY CADWRK.

           COPY JRNWRK.

       LINKAGE SECTION.

           COPY OPLREC.
           P200-CADASTRAR.

           MOVE "CADCLIEN"          TO WS-FS-PROGRAMA
           MOVE "CADCLIEN"          TO WS-JRN-PROGRAMA
           MOVE OPL-IDIOMA               TO WS-MSG-IDIOMA

           IF NOT OPL-PODE-CADASTRAR THEN
               MOVE 0601                 TO WS-MSG-NUMERO
               MOVE "ROLE SEM PERMISSAO PARA CADASTRAR: &"
                                         TO WS-MSG-TEXTO
               MOVE OPL-ROLE             TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO FINALIZAR
           END-IF

           PERFORM P900-TRATA-STATUS THRU P900-FIM

           IF NOT FS-DEPFILE-OK THEN
               MOVE 0602                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "CADASTRO BLOQUEADO: INCLUA OS DEPARTAMENTOS PELO"
                      " CADDEPTO ANTES DE CADASTRAR USUARIOS"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               CLOSE CADUSER
               GO TO FINALIZAR
           END-IF

           SET CPF-LIDO TO FALSE
           PERFORM P241-LER-CPF THRU P241-FIM UNTIL CPF-LIDO

           IF NOT RCN-SEM-VINCULO THEN
               PERFORM P242-RECONTRATACAO THRU P242-FIM
               GO TO P201-MENU-FINAL
           END-IF

           PERFORM P150-PROX-CODIGO THRU P150-FIM

           DISPLAY "==================================================="
           MOVE 0603                     TO WS-MSG-NUMERO
           MOVE "*               CADASTRO DE USUARIOS              *"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           MOVE 0604                     TO WS-MSG-NUMERO
           MOVE "REGISTRO GERADO AUTOMATICAMENTE:&" TO WS-MSG-TEXTO
           MOVE WS-CD-USER               TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           DISPLAY "==================================================="
           MOVE 0605                     TO WS-MSG-NUMERO
           MOVE "CADASTRE O NOME DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-NM
           DISPLAY "==================================================="


               WRITE REG-USER
               INVALID KEY
           MOVE 0606                     TO WS-MSG-NUMERO
           MOVE "INVALID KEY,NAO FOI POSSIVEL CADASTRAR &"
                                         TO WS-MSG-TEXTO
           MOVE WS-FS-CADUSER            TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           NOT INVALID KEY
               MOVE 0635                 TO WS-MSG-NUMERO
               MOVE "CADASTRADO COM SUCESSO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE "I"                  TO WS-JRN-TIPO
               PERFORM P973-GRAVA-JORNAL THRU P973-FIM
               PERFORM P155-ATUALIZA-TOTAL THRU P155-FIM
           END-WRITE
           END-IF

           P201-MENU-FINAL.

           MOVE 0607                     TO WS-MSG-NUMERO
           MOVE "<F> PARA FINALIZAR"     TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0608                     TO WS-MSG-NUMERO
           MOVE "<1> PARA NOVO CADASTRO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO.

               IF WS-OPCAO EQUAL "F" THEN
               IF WS-OPCAO EQUAL 1 THEN
                   GO TO P200-CADASTRAR
           ELSE
               MOVE 0609                 TO WS-MSG-NUMERO
               MOVE "OPCAO INVALIDA"     TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P201-MENU-FINAL.

       P200-FIM.
      ******************************************************************
           P210-LER-EMAIL.

           MOVE 0610                     TO WS-MSG-NUMERO
           MOVE "DIGITE O EMAIL DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-EMAIL
           DISPLAY "==================================================="

                                   AND WS-EMAIL NOT EQUAL SPACES THEN
               SET EMAIL-OK TO TRUE
           ELSE
               MOVE 0611                 TO WS-MSG-NUMERO
               MOVE "EMAIL INVALIDO, DEVE CONTER '@' E '.'"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P210-FIM.

           P220-LER-PHONE.

           MOVE 0612                     TO WS-MSG-NUMERO
           MOVE "DIGITE O PHONE DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PHONE
           DISPLAY "==================================================="

           IF WS-PHONE IS NUMERIC AND WS-PHONE NOT EQUAL ZERO THEN
               SET PHONE-OK TO TRUE
           ELSE
               MOVE 0613                 TO WS-MSG-NUMERO
               MOVE "PHONE INVALIDO, DEVE SER NUMERICO E PREENCHIDO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P220-FIM.

           P230-LER-SENHA.

           MOVE 0614                     TO WS-MSG-NUMERO
           MOVE "DIGITE O PASSWORD"      TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-PASSWORD
           DISPLAY "==================================================="

              WS-PASSWORD NOT EQUAL LOW-VALUES THEN
               SET SENHA-OK TO TRUE
           ELSE
               MOVE 0615                 TO WS-MSG-NUMERO
               MOVE "PASSWORD INVALIDO, NAO PODE FICAR EM BRANCO"
                                         TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P230-FIM.

      ******************************************************************
           P240-LER-DEPTO.

           MOVE 0616                     TO WS-MSG-NUMERO
           MOVE "CADASTRE O DEPARTAMENTO DO USUARIO" TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-DEPTO
           DISPLAY "==================================================="


           IF NOT DEPTO-VALIDO THEN
               IF DEPTO-EXISTE THEN
                   MOVE 0617             TO WS-MSG-NUMERO
                   MOVE "DEPARTAMENTO EXTINTO, NAO ACEITA CADASTRO NOVO"
                                         TO WS-MSG-TEXTO
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               ELSE
                   MOVE 0618             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "DEPARTAMENTO NAO CADASTRADO NO DEPFILE, USE "
                          "O CADDEPTO PARA INCLUIR"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-IF
               GO TO P240-FIM
           END-IF
           PERFORM P245-CONFERE-TETO THRU P245-FIM

           IF DEPTO-VALIDO THEN
               MOVE 0619                 TO WS-MSG-NUMERO
               MOVE "DEPARTAMENTO: &"    TO WS-MSG-TEXTO
               MOVE WS-DEPTO-DESCR       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P240-FIM.

      ******************************************************************
      * P241-LER-CPF: pede o CPF antes de gerar o codigo (ENTER sem CPF
      * segue o cadastro como antes) e so aceita com os digitos
      * verificadores conferindo; procura o CPF nos dados
      * complementares vivos e arquivados (rotina compartilhada
      * RCNVAL). A leitura do CADUSER na procura deixa o FILE STATUS
      * em 23 quando um codigo nao e achado; o status e zerado antes
      * de voltar, como na contagem do teto (P246).
      ******************************************************************
           P241-LER-CPF.

           SET RCN-SEM-VINCULO TO TRUE

           MOVE 0620                     TO WS-MSG-NUMERO
           MOVE "CPF DO USUARIO (11 DIGITOS, ENTER SE NAO TIVER)"
                                         TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-RCN-CPF
           DISPLAY "==================================================="

           IF WS-RCN-CPF EQUAL ZERO THEN
               SET CPF-LIDO TO TRUE
               GO TO P241-FIM
           END-IF

           PERFORM P997-VALIDA-CPF THRU P997-FIM
           IF NOT RCN-CPF-VALIDO THEN
               MOVE 0621                 TO WS-MSG-NUMERO
               MOVE "CPF INVALIDO, CONFIRA OS DIGITOS" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P241-FIM
           END-IF

           SET CPF-LIDO TO TRUE

           IF FS-CADUSER-OK THEN
               PERFORM P993-CONFERE-CPF THRU P993-FIM
               MOVE ZERO                 TO WS-FS-CADUSER
           END-IF.
       P241-FIM.

      ******************************************************************
      * P242-RECONTRATACAO: o CPF ja tem dono e o cadastro novo nao
      * sai - codigo ativo so e informado; codigo inativo e uma
      * recontratacao, e a mesma pessoa volta pelo codigo antigo: com
      * permissao de reativar o operador e levado direto ao REATUSER,
      * sem ela recebe o codigo para encaminhar a quem reativa.
      ******************************************************************
           P242-RECONTRATACAO.

           CLOSE CADUSER
           CLOSE DEPFILE

           IF RCN-ATIVO THEN
               MOVE 0622                 TO WS-MSG-NUMERO
               MOVE "CPF JA CADASTRADO NO CODIGO ATIVO & - &"
                                         TO WS-MSG-TEXTO
               MOVE WS-RCN-CD-USER       TO WS-MSG-PARAM (1)
               MOVE WS-RCN-NM            TO WS-MSG-PARAM (2)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0623                 TO WS-MSG-NUMERO
               MOVE "CADASTRO CANCELADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P242-FIM
           END-IF

           MOVE 0624                     TO WS-MSG-NUMERO
           MOVE "RECONTRATACAO: CPF DO CODIGO INATIVO & - &"
                                         TO WS-MSG-TEXTO
           MOVE WS-RCN-CD-USER           TO WS-MSG-PARAM (1)
           MOVE WS-RCN-NM                TO WS-MSG-PARAM (2)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0625                     TO WS-MSG-NUMERO
           MOVE SPACES                   TO WS-MSG-TEXTO
           STRING "A PESSOA VOLTA PELO MESMO CODIGO (REATIVACAO), NAO "
                  "POR UM CODIGO NOVO"
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-STRING
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM

           IF NOT OPL-PODE-EXCLUIR THEN
               MOVE 0626                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "ROLE SEM PERMISSAO PARA REATIVAR: ENCAMINHE O "
                      "CODIGO & A QUEM REATIVA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               MOVE WS-RCN-CD-USER       TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               MOVE 0623                 TO WS-MSG-NUMERO
               MOVE "CADASTRO CANCELADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               GO TO P242-FIM
           END-IF

           MOVE 0627                     TO WS-MSG-NUMERO
           MOVE "<R> PARA REATIVAR O CODIGO &" TO WS-MSG-TEXTO
           MOVE WS-RCN-CD-USER           TO WS-MSG-PARAM (1)
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           MOVE 0628                     TO WS-MSG-NUMERO
           MOVE "<C> PARA CANCELAR"      TO WS-MSG-TEXTO
           PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           ACCEPT WS-OPCAO

           IF WS-OPCAO EQUAL "R" THEN
               CALL "REATUSER" USING REG-OPER-LOGADO
           ELSE
               MOVE 0623                 TO WS-MSG-NUMERO
               MOVE "CADASTRO CANCELADO" TO WS-MSG-TEXTO
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P242-FIM.

      ******************************************************************
      * P245-CONFERE-TETO: o teto de vagas vale em cada nivel da
      * hierarquia - o departamento escolhido e cada ancestral dele
      * com DPT-VAGAS definido limitam os ativos do proprio ramo
      * (rotina DPTARV). Em qualquer nivel no teto avisa e deixa
      * seguir; acima do teto mais a tolerancia do registro "V" de
      * CADCTRL recusa o departamento (o operador escolhe outro).
      ******************************************************************
           P245-CONFERE-TETO.

           PERFORM P821-CARREGA-HIER THRU P821-FIM
           IF HIE-TAB-CHEIA THEN
               MOVE 0636                 TO WS-MSG-NUMERO
               MOVE SPACES               TO WS-MSG-TEXTO
               STRING "HIERARQUIA COM MAIS DE 200 DEPARTAMENTOS - "
                      "OS EXCEDENTES FICARAM DE FORA"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               END-STRING
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF
           MOVE WS-DEPTO-VALIDAR         TO WS-HIE-DEPTO
           PERFORM P822-MONTA-RAMO THRU P822-FIM

           SET TEM-TETO TO FALSE
           PERFORM P243-PROCURA-TETO THRU P243-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO

           IF NOT TEM-TETO THEN
               GO TO P245-FIM
           END-IF

           PERFORM P246-CONTA-DEPTO THRU P246-FIM
           PERFORM P247-LE-TOLERANCIA THRU P247-FIM

           PERFORM P249-CONFERE-NIVEL THRU P249-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO OR NOT DEPTO-VALIDO.
       P245-FIM.

           P243-PROCURA-TETO.

           IF RAM-VAGAS (WS-RDX) NOT EQUAL ZERO THEN
               SET TEM-TETO TO TRUE
           END-IF.
       P243-FIM.

      ******************************************************************
      * P249-CONFERE-NIVEL: confere um nivel do ramo (1 = o proprio
      * departamento, dali para cima os ancestrais) contra o teto
      * dele; nivel sem teto nao limita.
      ******************************************************************
           P249-CONFERE-NIVEL.

           IF RAM-VAGAS (WS-RDX) EQUAL ZERO THEN
               GO TO P249-FIM
           END-IF

           MOVE RAM-ATIVOS (WS-RDX)      TO WS-QTD-NO-DEPTO
           COMPUTE WS-LIMITE-VAGAS = RAM-VAGAS (WS-RDX) +
               FUNCTION INTEGER(RAM-VAGAS (WS-RDX) * WS-TOLERANCIA
                                / 100)

           IF WS-QTD-NO-DEPTO NOT LESS WS-LIMITE-VAGAS THEN
               IF WS-RDX EQUAL 1 THEN
                   MOVE 0629             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "DEPARTAMENTO COM & ATIVOS, ACIMA DO TETO & "
                          "MAIS A TOLERANCIA - CADASTRO BLOQUEADO"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE WS-QTD-NO-DEPTO  TO WS-MSG-PARAM (1)
                   MOVE RAM-VAGAS (WS-RDX) TO WS-MSG-PARAM (2)
               ELSE
                   MOVE 0633             TO WS-MSG-NUMERO
                   MOVE SPACES           TO WS-MSG-TEXTO
                   STRING "RAMO DE & COM & ATIVOS, ACIMA DO TETO & "
                          "MAIS A TOLERANCIA - CADASTRO BLOQUEADO"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   END-STRING
                   MOVE RAM-CODIGO (WS-RDX) TO WS-MSG-PARAM (1)
                   MOVE WS-QTD-NO-DEPTO  TO WS-MSG-PARAM (2)
                   MOVE RAM-VAGAS (WS-RDX) TO WS-MSG-PARAM (3)
               END-IF
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               SET DEPTO-VALIDO TO FALSE
               GO TO P249-FIM
           END-IF

           IF WS-QTD-NO-DEPTO NOT LESS RAM-VAGAS (WS-RDX) THEN
               IF WS-RDX EQUAL 1 THEN
                   MOVE 0630             TO WS-MSG-NUMERO
                   MOVE "AVISO: DEPARTAMENTO NO TETO DE VAGAS (& DE &)"
                                         TO WS-MSG-TEXTO
                   MOVE WS-QTD-NO-DEPTO  TO WS-MSG-PARAM (1)
                   MOVE RAM-VAGAS (WS-RDX) TO WS-MSG-PARAM (2)
               ELSE
                   MOVE 0634             TO WS-MSG-NUMERO
                   MOVE "AVISO: RAMO DE & NO TETO DE VAGAS (& DE &)"
                                         TO WS-MSG-TEXTO
                   MOVE RAM-CODIGO (WS-RDX) TO WS-MSG-PARAM (1)
                   MOVE WS-QTD-NO-DEPTO  TO WS-MSG-PARAM (2)
                   MOVE RAM-VAGAS (WS-RDX) TO WS-MSG-PARAM (3)
               END-IF
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-IF.
       P249-FIM.

      ******************************************************************
      * P246-CONTA-DEPTO: varre o CADUSER contando os ativos de cada
      * nivel do ramo do departamento escolhido - cada ativo soma no
      * proprio departamento e em todos os ancestrais dele que estao
      * no ramo (P823-SOMA-RAMO; o arquivo ja esta aberto em I-O). A
      * varredura termina num AT END que deixa o FILE STATUS em 10; o
      * status e zerado antes de voltar, porque a mainline ainda vai
      * testar FS-CADUSER-OK na duplicidade e no WRITE - sem isso um
      ******************************************************************
           P246-CONTA-DEPTO.

           IF NOT FS-CADUSER-OK THEN
               GO TO P246-FIM
           END-IF
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   MOVE FD-DEPTO         TO WS-HIE-DEPTO
                   PERFORM P823-SOMA-RAMO THRU P823-FIM
               END-IF
           END-READ.
       P248-FIM.
           NOT INVALID KEY
               MOVE FD-CD-USER           TO WS-CD-DUP
               SET DUP-ACHADO TO TRUE
               MOVE 0631                 TO WS-MSG-NUMERO
               MOVE "EMAIL JA CADASTRADO NO REGISTRO:&" TO WS-MSG-TEXTO
               MOVE WS-CD-DUP            TO WS-MSG-PARAM (1)
               PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
           END-READ.

           IF NOT DUP-ACHADO THEN
               NOT INVALID KEY
                   MOVE FD-CD-USER       TO WS-CD-DUP
                   SET DUP-ACHADO TO TRUE
                   MOVE 0632             TO WS-MSG-NUMERO
                   MOVE "PHONE JA CADASTRADO NO REGISTRO:&"
                                         TO WS-MSG-TEXTO
                   MOVE WS-CD-DUP        TO WS-MSG-PARAM (1)
                   PERFORM P902-MOSTRA-MENSAGEM THRU P902-FIM
               END-READ
           END-IF.
       P160-FIM.

           COPY STATCHK.

           COPY MSGMOS.

           COPY DPTVAL.

           COPY DPTARV.

           COPY RCNVAL.

           COPY CRPCIF.

           COPY HASHPWD.

           FINALIZAR.
            GOBACK.

           COPY JRNGRV.
       END PROGRAM CADCLIEN.
