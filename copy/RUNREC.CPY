      * PROGRAMA02 concluido e o PROGRAMA06 exige o PROGRAMA03
      * concluido. A rerodada legitima e liberada pelo cartao geral
      * (PM-LIBERA-RERUN = "S") e registrada no AUDITLOG.
      * O PROGRAMA22, ao restaurar o HISTBIM, o MATRANUAL ou o
      * MATFINAL, grava um evento "R" em nome do programa cuja
      * conclusao deixou de valer (PROGRAMA04, PROGRAMA02 ou
      * PROGRAMA03): a conferencia da partida trata o "R" como
      * anulando o "F" limpo anterior do mesmo ano, ate uma nova
      * conclusao limpa daquele programa.
      *
      * Mod history:
      *   2026-09-02 JAS  Layout original.
      *   2026-10-15 JAS  Evento "R" (restauracao de copia).
      ******************************************************************
       01  RUN-REC.
           05  RN-PROGRAMA       PIC X(10).
           05  RN-EVENTO         PIC X(01).
               88  RN-INICIO               VALUE "I".
               88  RN-FIM                  VALUE "F".
               88  RN-RESTAURACAO          VALUE "R".
           05  RN-RETCODE        PIC 9(02).
