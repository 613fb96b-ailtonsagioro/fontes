      ******************************************************************
      * GERACREC.CPY
      * Cartao do baralho de retencao das copias de seguranca
      * (GERACOES): quantas geracoes do arquivo mestre o PROGRAMA21
      * mantem no deposito COPIAS (01 a 99). Arquivo sem cartao (ou
      * baralho ausente) fica com as 3 ultimas geracoes.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  GERAC-REC.
           05  GR-ARQUIVO        PIC X(10).
           05  GR-RETENCAO       PIC 9(02).
