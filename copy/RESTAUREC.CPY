      ******************************************************************
      * RESTAUREC.CPY
      * Cartao de pedido de restauracao (RESTAURA), lido pelo
      * PROGRAMA22: o arquivo mestre a restaurar e a geracao do
      * deposito COPIAS a trazer de volta (zeros ou brancos = a
      * ultima geracao do catalogo).
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  RESTAU-REC.
           05  RQ-ARQUIVO        PIC X(10).
           05  RQ-GERACAO        PIC X(04).
