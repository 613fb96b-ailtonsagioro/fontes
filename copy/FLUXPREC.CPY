      ******************************************************************
      * FLUXPREC.CPY
      * Cartao dos indicadores de fluxo escolar (FLUXPARM), lido pelo
      * PROGRAMA27: o intervalo de anos letivos fechados a apurar no
      * arquivo morto ARQANUAL (no maximo 10 anos, do FX-ANO-INICIAL
      * ao FX-ANO-FINAL) e a escola a detalhar (FX-ESCOLA zerada =
      * todas). O total da rede e sempre apurado com todas as
      * escolas. Sem o cartao nao ha apuracao.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  FLUXP-REC.
           05  FX-ANO-INICIAL    PIC 9(04).
           05  FX-ANO-FINAL      PIC 9(04).
           05  FX-ESCOLA         PIC 9(02).
               88  FX-TODAS-ESCOLAS        VALUE ZEROS.
