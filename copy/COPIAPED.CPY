      ******************************************************************
      * COPIAPED.CPY
      * Area de comunicacao com o PROGRAMA21 (copia de seguranca
      * geracional), passada no CALL pelos programas que regravam um
      * arquivo mestre no lugar. Quem chama informa o arquivo, o
      * proprio nome e o ano letivo da execucao; o PROGRAMA21 devolve
      * o retorno, o numero da geracao tirada e os totais gravados
      * no catalogo CATCOPIAS.
      *
      * CQ-RETORNO: 00 copia tirada; 04 arquivo mestre inexistente
      * (nada a copiar); 08 a copia falhou e o deposito ficou como
      * estava - quem chama nao deve regravar o arquivo.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  COPIA-PEDIDO.
           05  CQ-ARQUIVO        PIC X(10).
           05  CQ-PROGRAMA       PIC X(10).
           05  CQ-ANO-LETIVO     PIC 9(04).
           05  CQ-RETORNO        PIC 9(02).
               88  CQ-COPIA-OK             VALUE 00.
               88  CQ-SEM-ARQUIVO          VALUE 04.
               88  CQ-COPIA-FALHOU         VALUE 08.
           05  CQ-GERACAO        PIC 9(04).
           05  CQ-QTD-REG        PIC 9(07).
           05  CQ-TOTAL-NOTAS    PIC 9(09)V9(01).
