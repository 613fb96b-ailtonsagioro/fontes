      ******************************************************************
      * AUDPERREC.CPY
      * Cartao do periodo do relatorio de auditoria da direcao
      * (AUDITPER), lido pelo PROGRAMA23: data inicial e data final
      * do periodo no formato DD/MM/AAAA, o mesmo dos logs, e a
      * escola (00 = todas as escolas da rede). Sem o cartao o
      * relatorio cobre o mes corrente da rede inteira.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  AUDPER-REC.
           05  AP-DATA-INICIO    PIC X(10).
           05  AP-DATA-FIM       PIC X(10).
           05  AP-ESCOLA         PIC 9(02).
               88  AP-TODAS-ESCOLAS        VALUE ZEROS.
