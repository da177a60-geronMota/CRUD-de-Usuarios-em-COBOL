      *                 e segue. Os ativos de cada departamento sao
      *                 contados uma vez por carga (tabela em memoria)
      *                 e somados conforme as proprias linhas entram.
      * 15/10/26 GERO - Recontratacao por CPF: com o LOT-CPF preenchido
      *                 a linha confere o CPF (digitos verificadores,
      *                 codigo 11) e o procura nos dados complementares
      *                 vivos e arquivados (rotina compartilhada
      *                 RCNVAL). CPF de um codigo inativo e recusado com
      *                 codigo 09 e o codigo antigo no RET-CD-USER do
      *                 HRRET, para o RH reenviar como reativacao; CPF
      *                 de codigo ativo sai com 10. A mesma pessoa
      *                 ganhava um segundo codigo a cada recontratacao.
      * 15/10/26 GERO - Registro de transmissoes: o HRRET da carga
      *                 concluida e registrado no TRMFILE (rotina
      *                 compartilhada TRMGRV) com a contagem de detalhes
      *                 e o hash total do RET-CD-USER, relidos do
      *                 arquivo fechado, para o TRMUSER conferir a
      *                 confirmacao do RH.
      * 15/10/26 GERO - A conferencia de recontratacao por CPF decifra
      *                 em memoria o CPF cifrado do CPLFILE e do CPLHIST
      *                 (rotina CRPCIF) para comparar; chaves lidas uma
      *                 vez por carga.
      * 15/10/26 GERO - Cada inclusao no CADUSER grava a imagem nova no
      *                 jornal de recuperacao JRNUSER (rotina JRNGRV),
      *                 para o REAPUSER reaplicar em cima do ultimo
      *                 BKPUSER.
      * 15/10/26 GERO - Teto de vagas na hierarquia de departamentos: a
      *                 linha e recusada com codigo 08 quando o
      *                 departamento ou qualquer ancestral dele com
      *                 DPT-VAGAS definido passa do teto mais a
      *                 tolerancia contando os ativos do ramo inteiro
      *                 (rotina compartilhada DPTARV); a tabela em
      *                 memoria guarda a conta de cada ramo e cada linha
      *                 carregada soma em todos os niveis acima dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGUSER.
           COPY REJSEL.
           COPY DPTSEL.
           COPY RETSEL.
           COPY CPLSEL.
           COPY CPHSEL.
           COPY CHVSEL.
           COPY TRMSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD HRRET.
           COPY RETREC.

       FD CPLFILE.
           COPY CPLREC.

       FD CPLHIST.
           COPY CPHREC.

       FD CHVFILE.
           COPY CHVREC.

       FD TRMFILE.
           COPY TRMREC.

       FD JRNUSER.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CADUSER                  PIC 99.
        88 FS-CADUSER-OK                 VALUE 0.
       77 WS-COD-REJEITO                 PIC X(02).
       77 WS-FS-HRRET                    PIC 99.
        88 FS-HRRET-OK                   VALUE 0.
       77 WS-FS-CPLFILE                  PIC 99.
        88 FS-CPLFILE-OK                 VALUE 0.
       77 WS-FS-CPLHIST                  PIC 99.
        88 FS-CPLHIST-OK                 VALUE 0.
       77 WS-CD-VINCULO                  PIC 9(06).
       77 WS-SEQ-LOTE                    PIC 9(06).
       77 WS-TOLERANCIA                  PIC 9(02).
       77 WS-TOL-LIDA                    PIC X.
       77 WS-QTD-DEPVAGAS                PIC 9(02) COMP.
       77 WS-VAGA-ACHADA                 PIC X.
        88 VAGA-ACHADA                   VALUE "S" FALSE "N".
       77 WS-VG-POS                      PIC 9(02) COMP.
       77 WS-TEM-TETO                    PIC X.
        88 TEM-TETO                      VALUE "S" FALSE "N".
       77 WS-FALTA-CONTA                 PIC X.
        88 FALTA-CONTA                   VALUE "S" FALSE "N".
       77 WS-HIE-CARREGADA               PIC X.
        88 HIE-CARREGADA                 VALUE "S" FALSE "N".
       77 WS-LINHA-REJ                   PIC X(132).
       77 WS-COUNT-CARGA                 PIC 9(06).
       77 WS-COUNT-REJEITO               PIC 9(06).

           COPY DPTVALWK.

           COPY DPTARVWK.

           COPY RCNWK.

           COPY CRPWK.

           COPY TRMWK.

           COPY HASHWK.

           COPY CADWRK.

           COPY JRNWRK.

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE ZERO TO WS-DESDE-COMMIT
           MOVE ZERO TO WS-QTD-DEPVAGAS
           SET TOL-LIDA TO FALSE
           SET HIE-CARREGADA TO FALSE
           SET CRP-CHAVES-FIXAS TO TRUE
           MOVE "CARGUSER"               TO WS-JRN-PROGRAMA

           PERFORM P157-LE-RETOMADA THRU P157-FIM

               CLOSE REJUSER
               CLOSE HRRET
               CLOSE DEPFILE

               PERFORM P838-REGISTRA-RETORNO THRU P838-FIM
           ELSE
               DISPLAY "NAO FOI POSSIVEL ABRIR O LOTUSER, FS="
                       WS-FS-LOTUSER
                           PERFORM P830-REJEITA THRU P830-FIM
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-CARGA
                           MOVE "I"               TO WS-JRN-TIPO
                           PERFORM P973-GRAVA-JORNAL THRU P973-FIM
                           PERFORM P155-ATUALIZA-TOTAL THRU P155-FIM
                           PERFORM P166-SOMA-VAGA THRU P166-FIM
                           PERFORM P834-RET-CARREGADO THRU P834-FIM
           SET CAMPOS-OK TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEITO
           MOVE SPACES TO WS-COD-REJEITO
           MOVE ZERO   TO WS-CD-VINCULO

           MOVE ZERO TO WS-CNT-ARROBA
           MOVE ZERO TO WS-CNT-PONTO
               END-IF
           END-IF

           IF CAMPOS-OK AND LOT-CPF NOT EQUAL SPACES THEN
               PERFORM P837-CONFERE-CPF THRU P837-FIM
           END-IF

           IF CAMPOS-OK THEN
               PERFORM P161-CONFERE-TETO THRU P161-FIM
           END-IF.
       P820-FIM.

      ******************************************************************
      * P837-CONFERE-CPF: com o CPF preenchido no lote, confere os
      * digitos verificadores e procura o CPF nos dados complementares
      * (rotina compartilhada RCNVAL). CPF de um codigo inativo e uma
      * recontratacao: a linha e recusada com codigo 09 e o codigo
      * antigo no retorno, para o RH reenviar como reativacao em vez de
      * a mesma pessoa ganhar um segundo codigo; CPF de um codigo
      * ativo e recusado com 10.
      ******************************************************************
           P837-CONFERE-CPF.

           IF LOT-CPF IS NOT NUMERIC THEN
               SET CAMPOS-OK TO FALSE
               MOVE "CPF INVALIDO"       TO WS-MOTIVO-REJEITO
               MOVE "11"                 TO WS-COD-REJEITO
               GO TO P837-FIM
           END-IF

           MOVE LOT-CPF-N                TO WS-RCN-CPF
           PERFORM P997-VALIDA-CPF THRU P997-FIM
           IF NOT RCN-CPF-VALIDO THEN
               SET CAMPOS-OK TO FALSE
               MOVE "CPF INVALIDO"       TO WS-MOTIVO-REJEITO
               MOVE "11"                 TO WS-COD-REJEITO
               GO TO P837-FIM
           END-IF

           PERFORM P993-CONFERE-CPF THRU P993-FIM

           IF RCN-INATIVO THEN
               SET CAMPOS-OK TO FALSE
               MOVE WS-RCN-CD-USER       TO WS-CD-VINCULO
               MOVE SPACES               TO WS-MOTIVO-REJEITO
               STRING "RECONTRATACAO: CPF DO INATIVO "
                                         DELIMITED BY SIZE
                      WS-RCN-CD-USER     DELIMITED BY SIZE
                      INTO WS-MOTIVO-REJEITO
               END-STRING
               MOVE "09"                 TO WS-COD-REJEITO
               GO TO P837-FIM
           END-IF

           IF RCN-ATIVO THEN
               SET CAMPOS-OK TO FALSE
               MOVE WS-RCN-CD-USER       TO WS-CD-VINCULO
               MOVE SPACES               TO WS-MOTIVO-REJEITO
               STRING "CPF JA E DO CODIGO ATIVO "
                                         DELIMITED BY SIZE
                      WS-RCN-CD-USER     DELIMITED BY SIZE
                      INTO WS-MOTIVO-REJEITO
               END-STRING
               MOVE "10"                 TO WS-COD-REJEITO
           END-IF.
       P837-FIM.

      ******************************************************************
      * P161-CONFERE-TETO: teto de vagas na carga, em cada nivel da
      * hierarquia - o departamento da linha e cada ancestral dele com
      * DPT-VAGAS definido limitam os ativos do proprio ramo (rotina
      * DPTARV). Os ativos de cada ramo sao contados uma vez (tabela
      * em memoria, somada conforme as proprias linhas entram); em
      * qualquer nivel no teto a carga avisa e segue, acima do teto
      * mais a tolerancia a linha e recusada.
      ******************************************************************
           P161-CONFERE-TETO.

           IF NOT HIE-CARREGADA THEN
               PERFORM P821-CARREGA-HIER THRU P821-FIM
               SET HIE-CARREGADA TO TRUE
               IF HIE-TAB-CHEIA THEN
                   DISPLAY "HIERARQUIA COM MAIS DE 200 DEPARTAMENTOS"
                           " - OS EXCEDENTES FICARAM FORA DO TETO"
               END-IF
           END-IF

           MOVE LOT-DEPTO                TO WS-HIE-DEPTO
           PERFORM P822-MONTA-RAMO THRU P822-FIM

           SET TEM-TETO TO FALSE
           PERFORM P164-PROCURA-TETO THRU P164-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO

           IF NOT TEM-TETO THEN
               GO TO P161-FIM
           END-IF

           PERFORM P162-ACHA-CONTA THRU P162-FIM

           IF NOT TOL-LIDA THEN
               PERFORM P163-LE-TOLERANCIA THRU P163-FIM
           END-IF

           PERFORM P165-CONFERE-NIVEL THRU P165-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO OR NOT CAMPOS-OK.
       P161-FIM.

           P164-PROCURA-TETO.

           IF RAM-VAGAS (WS-RDX) NOT EQUAL ZERO THEN
               SET TEM-TETO TO TRUE
           END-IF.
       P164-FIM.

      ******************************************************************
      * P165-CONFERE-NIVEL: confere um nivel do ramo (1 = o proprio
      * departamento, dali para cima os ancestrais) contra o teto
      * dele; nivel sem teto nao limita.
      ******************************************************************
           P165-CONFERE-NIVEL.

           IF RAM-VAGAS (WS-RDX) EQUAL ZERO THEN
               GO TO P165-FIM
           END-IF

           MOVE RAM-ATIVOS (WS-RDX)      TO WS-QTD-NO-DEPTO
           COMPUTE WS-LIMITE-VAGAS = RAM-VAGAS (WS-RDX) +
               FUNCTION INTEGER(RAM-VAGAS (WS-RDX) * WS-TOLERANCIA
                                / 100)

           IF WS-QTD-NO-DEPTO NOT LESS WS-LIMITE-VAGAS THEN
               SET CAMPOS-OK TO FALSE
               IF WS-RDX EQUAL 1 THEN
                   MOVE "DEPARTAMENTO ACIMA DO TETO DE VAGAS"
                                         TO WS-MOTIVO-REJEITO
               ELSE
                   MOVE SPACES           TO WS-MOTIVO-REJEITO
                   STRING "RAMO DE "     DELIMITED BY SIZE
                          RAM-CODIGO (WS-RDX) DELIMITED BY SPACE
                          " ACIMA DO TETO DE VAGAS" DELIMITED BY SIZE
                          INTO WS-MOTIVO-REJEITO
                   END-STRING
               END-IF
               MOVE "08" TO WS-COD-REJEITO
               GO TO P165-FIM
           END-IF

           IF WS-QTD-NO-DEPTO NOT LESS RAM-VAGAS (WS-RDX) THEN
               IF WS-RDX EQUAL 1 THEN
                   DISPLAY "AVISO: DEPARTAMENTO " LOT-DEPTO
                           " NO TETO DE VAGAS (" WS-QTD-NO-DEPTO
                           " DE " RAM-VAGAS (WS-RDX) ")"
               ELSE
                   DISPLAY "AVISO: RAMO DE " RAM-CODIGO (WS-RDX)
                           " NO TETO DE VAGAS (" WS-QTD-NO-DEPTO
                           " DE " RAM-VAGAS (WS-RDX) ")"
               END-IF
           END-IF.
       P165-FIM.

      ******************************************************************
      * P162-ACHA-CONTA: devolve em RAM-ATIVOS os ativos de cada nivel
      * do ramo da linha - da tabela em memoria quando todos ja foram
      * contados, senao contando o CADUSER uma unica vez para o ramo
      * inteiro (P823-SOMA-RAMO) e guardando cada nivel.
      ******************************************************************
           P162-ACHA-CONTA.

           SET FALTA-CONTA TO FALSE
           PERFORM P162-LE-NIVEL THRU P162-LE-NIVEL-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO

           IF NOT FALTA-CONTA THEN
               GO TO P162-FIM
           END-IF

           PERFORM P162-ZERA-NIVEL THRU P162-ZERA-NIVEL-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO

           MOVE LOW-VALUES               TO FD-CD-USER
           SET VG-EOF-OK TO FALSE

               PERFORM P168-LE-UM THRU P168-FIM UNTIL VG-EOF-OK
           END-START

           PERFORM P162-GUARDA-NIVEL THRU P162-GUARDA-NIVEL-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO.
       P162-FIM.

           P162-LE-NIVEL.

           PERFORM P167-BUSCA-VAGA THRU P167-FIM
           IF WS-VG-POS EQUAL ZERO THEN
               SET FALTA-CONTA TO TRUE
           ELSE
               MOVE TAB-VG-ATIVOS (WS-VG-POS) TO RAM-ATIVOS (WS-RDX)
           END-IF.
       P162-LE-NIVEL-FIM.

           P162-ZERA-NIVEL.

           MOVE ZERO                     TO RAM-ATIVOS (WS-RDX).
       P162-ZERA-NIVEL-FIM.

           P162-GUARDA-NIVEL.

           PERFORM P167-BUSCA-VAGA THRU P167-FIM
           IF WS-VG-POS NOT EQUAL ZERO THEN
               MOVE RAM-ATIVOS (WS-RDX)  TO TAB-VG-ATIVOS (WS-VG-POS)
               GO TO P162-GUARDA-NIVEL-FIM
           END-IF

           IF WS-QTD-DEPVAGAS LESS 50 THEN
               ADD 1                     TO WS-QTD-DEPVAGAS
               MOVE RAM-CODIGO (WS-RDX)  TO
                                       TAB-VG-DEPTO (WS-QTD-DEPVAGAS)
               MOVE RAM-ATIVOS (WS-RDX)  TO
                                       TAB-VG-ATIVOS (WS-QTD-DEPVAGAS)
           END-IF.
       P162-GUARDA-NIVEL-FIM.

      *    Posicao de RAM-CODIGO (WS-RDX) na tabela em memoria em
      *    WS-VG-POS (zero = ainda nao contado).
           P167-BUSCA-VAGA.

           MOVE ZERO                     TO WS-VG-POS
           SET VAGA-ACHADA TO FALSE
           PERFORM P167-COMPARA THRU P167-COMPARA-FIM
                   VARYING WS-VDX FROM 1 BY 1
                   UNTIL WS-VDX > WS-QTD-DEPVAGAS OR VAGA-ACHADA.
       P167-FIM.

           P167-COMPARA.

           IF TAB-VG-DEPTO (WS-VDX) EQUAL RAM-CODIGO (WS-RDX) THEN
               MOVE WS-VDX               TO WS-VG-POS
               SET VAGA-ACHADA TO TRUE
           END-IF.
       P167-COMPARA-FIM.

           P168-LE-UM.

           AT END
               SET VG-EOF-OK TO TRUE
           NOT AT END
               IF FD-ST-ATIVO THEN
                   MOVE FD-DEPTO         TO WS-HIE-DEPTO
                   PERFORM P823-SOMA-RAMO THRU P823-FIM
               END-IF
           END-READ.
       P168-FIM.

      ******************************************************************
      * P166-SOMA-VAGA: uma linha carregada soma 1 na conta em memoria
      * de cada nivel do ramo do departamento dela, para o teto valer
      * dentro da propria carga.
      ******************************************************************
           P166-SOMA-VAGA.

           IF NOT HIE-CARREGADA THEN
               GO TO P166-FIM
           END-IF

           MOVE LOT-DEPTO                TO WS-HIE-DEPTO
           PERFORM P822-MONTA-RAMO THRU P822-FIM

           PERFORM P169-BUSCA-SOMA THRU P169-FIM
                   VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-QTD-RAMO.
       P166-FIM.

           P169-BUSCA-SOMA.

           PERFORM P167-BUSCA-VAGA THRU P167-FIM
           IF WS-VG-POS NOT EQUAL ZERO THEN
               ADD 1                     TO TAB-VG-ATIVOS (WS-VG-POS)
           END-IF.
       P169-FIM.


      ******************************************************************
      * P836-RET-RECUSADO: detalhe de retorno de um registro recusado
      * - com o codigo e o motivo da recusa; o CD-USER so vem
      * preenchido na recusa por CPF (09/10), com o codigo ja existente.
      ******************************************************************
           P836-RET-RECUSADO.

           MOVE "D"                      TO RET-TIPO
           MOVE SPACES                   TO RET-DADOS
           MOVE WS-EMAIL                 TO RET-EMAIL
           MOVE WS-CD-VINCULO            TO RET-CD-USER
           MOVE WS-COD-REJEITO           TO RET-COD-RETORNO
           MOVE WS-MOTIVO-REJEITO        TO RET-MOTIVO
           WRITE REG-RETORNO.
           WRITE REG-RETORNO.
       P835-FIM.

      ******************************************************************
      * P838-REGISTRA-RETORNO: registra o HRRET da carga concluida no
      * registro de transmissoes (TRMFILE), para o TRMUSER conferir a
      * confirmacao do RH. A contagem e o hash total (soma do
      * RET-CD-USER) saem de uma releitura do arquivo fechado - numa
      * carga retomada o HRRET tem detalhes das duas rodadas, e e o
      * arquivo inteiro que o RH recebe.
      ******************************************************************
           P838-REGISTRA-RETORNO.

           MOVE ZERO                     TO WS-TRM-QTD
           MOVE ZERO                     TO WS-TRM-HASH

           OPEN INPUT HRRET
           IF NOT FS-HRRET-OK THEN
               GO TO P838-FIM
           END-IF

           SET EOF-OK TO FALSE
           PERFORM P839-SOMA-RETORNO THRU P839-FIM UNTIL EOF-OK
           CLOSE HRRET

           MOVE "HRRET"                  TO WS-TRM-ARQUIVO
           MOVE "R"                      TO WS-TRM-PARCEIRO
           MOVE "C:\Users\PC\Desktop\CRUD\HRRET.cbl"
                                         TO WS-TRM-NOME
           PERFORM P901-REGISTRA-TRANSMISSAO THRU P901-FIM.
       P838-FIM.

           P839-SOMA-RETORNO.

           READ HRRET
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF RET-DETALHE THEN
                   ADD 1                 TO WS-TRM-QTD
                   ADD RET-CD-USER       TO WS-TRM-HASH
               END-IF
           END-READ.
       P839-FIM.

           COPY DPTVAL.

           COPY DPTARV.

           COPY RCNVAL.

           COPY CRPCIF.

           COPY TRMGRV.

           COPY HASHPWD.

           COPY JRNGRV.
       END PROGRAM CARGUSER.
