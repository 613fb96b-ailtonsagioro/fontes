      ******************************************************************
      * REL12LINE.CPY
      * Linhas impressas da apuracao das notas da dependencia
      * (RELNOTDEP) emitida por PROGRAMA15: uma linha por registro do
      * NOTASDEP com as quatro notas, a media ponderada pelos pesos da
      * disciplina, o corte usado e o resultado - CONCLUIDA, EM ABERTO
      * (abaixo do corte) ou o motivo da rejeicao - e o rodape com os
      * totais de controle.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS12-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(38)
               VALUE "NOTAS DA DEPENDENCIA - ANO LETIVO ".
           05  W12C1-ANO         PIC 9(04).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W12C1-DATA        PIC X(10).
           05  FILLER            PIC X(71) VALUE SPACE.

       01  WS12-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(06) VALUE "DISC".
           05  FILLER            PIC X(09) VALUE "ANO ORIG".
           05  FILLER            PIC X(06) VALUE "N1".
           05  FILLER            PIC X(06) VALUE "N2".
           05  FILLER            PIC X(06) VALUE "N3".
           05  FILLER            PIC X(06) VALUE "N4".
           05  FILLER            PIC X(07) VALUE "MEDIA".
           05  FILLER            PIC X(07) VALUE "CORTE".
           05  FILLER            PIC X(40) VALUE "RESULTADO".
           05  FILLER            PIC X(14) VALUE SPACE.

       01  WS12-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W12D-MATRICULA    PIC X(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W12D-ANO-ORIGEM   PIC X(04).
           05  FILLER            PIC X(05) VALUE SPACE.
           05  W12D-N1           PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-N2           PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-N3           PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-N4           PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W12D-MEDIA        PIC X(04).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W12D-CORTE        PIC X(04).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W12D-RESULTADO    PIC X(40).
           05  FILLER            PIC X(14) VALUE SPACE.

       01  WS12-TRL-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(19)
               VALUE "REGISTROS LIDOS: ".
           05  W12T-LIDOS        PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  CONCLUIDAS: ".
           05  W12T-CONCLUIDAS   PIC ZZZZ9.
           05  FILLER            PIC X(15) VALUE "  EM ABERTO: ".
           05  W12T-ABERTAS      PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  REJEITADOS: ".
           05  W12T-REJEITADOS   PIC ZZZZ9.
           05  FILLER            PIC X(45) VALUE SPACE.
