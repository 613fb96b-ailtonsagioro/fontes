      ******************************************************************
      * COPIAREC.CPY
      * Registro do deposito de copias de seguranca (COPIAS): cada
      * registro de um arquivo mestre copiado vai inteiro para
      * CP-REGISTRO, precedido do nome do arquivo (HISTBIM, MATRANUAL,
      * MATFINAL, CADASTRO, ALUNOS ou ARQANUAL) e do numero da
      * geracao. Gravado pelo PROGRAMA21 antes das etapas que
      * regravam os mestres no lugar, que guarda so as ultimas
      * geracoes de cada arquivo (GERACOES), e lido pelo PROGRAMA22
      * na restauracao. O registro mais longo dos mestres (ARQANUAL)
      * tem 56 posicoes; os menores vao completados com brancos.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  COPIA-REC.
           05  CP-ARQUIVO        PIC X(10).
           05  CP-GERACAO        PIC 9(04).
           05  CP-REGISTRO       PIC X(56).
