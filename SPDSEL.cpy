      ******************************************************************
      * Copybook: SPDSEL
      * Purpose : FILE-CONTROL SELECT entry for SEPFEED, a separacao
      *           por departamento de um relatorio impresso: ao lado
      *           do spool inteiro, o programa do relatorio grava aqui
      *           cada linha com o FD-DEPTO a que ela pertence (rotina
      *           compartilhada SPDGRV), e o SEPAREL parte o relatorio
      *           numa copia por departamento a partir dela. O nome
      *           fisico e montado pelo programa (<relatorio>.SEP),
      *           um arquivo por relatorio, regravado a cada emissao.
      ******************************************************************
           SELECT SEPFEED ASSIGN TO DYNAMIC WS-NOME-SEPFEED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEPFEED.
