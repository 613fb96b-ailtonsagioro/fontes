      ******************************************************************
      * SIMULREC.CPY
      * Cartao da simulacao da apuracao anual (SIMULA), lido pelo
      * PROGRAMA24. SM-ORIGEM diz de onde vem o ano simulado: "C" o
      * ano corrente (HISTBIM, FREQUENCIA, MOVIMENTO e MEDIAEXT) ou
      * "A" um ano ja fechado, lido do arquivo morto ARQANUAL.
      * SM-ANO-LETIVO zerado no ano corrente usa o PM-ANO-LETIVO do
      * cartao geral do PARAMETROS; no arquivo morto e obrigatorio.
      * SM-ESCOLA restringe a simulacao a uma escola (00 = a rede).
      * Sem o cartao: ano corrente, rede inteira.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  SIMUL-REC.
           05  SM-ORIGEM         PIC X(01).
               88  SM-ANO-CORRENTE         VALUE "C".
               88  SM-ARQUIVO-MORTO        VALUE "A".
           05  SM-ANO-LETIVO     PIC 9(04).
           05  SM-ESCOLA         PIC 9(02).
               88  SM-TODAS-ESCOLAS        VALUE ZEROS.
