      ******************************************************************
      * REL15LINE.CPY
      * Linhas impressas do relatorio de carga das planilhas de notas
      * (RELCARGA) emitido por PROGRAMA19: para cada planilha (escola/
      * turma/disciplina) as linhas rejeitadas com o motivo e o
      * conteudo original, e os totais de controle da planilha - lidas,
      * incluidas, alteradas, rejeitadas e a soma das notas gravadas;
      * no fim, o rodape com os totais da carga.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS15-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(43)
               VALUE "CARGA DAS PLANILHAS DE NOTAS - ANO LETIVO ".
           05  W15C1-ANO         PIC 9(04).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W15C1-DATA        PIC X(10).
           05  FILLER            PIC X(66) VALUE SPACE.

       01  WS15-PLAN-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(18) VALUE "PLANILHA - ESCOLA ".
           05  W15P-ESCOLA       PIC X(02).
           05  FILLER            PIC X(08) VALUE "  TURMA ".
           05  W15P-TURMA        PIC X(10).
           05  FILLER            PIC X(13) VALUE "  DISCIPLINA ".
           05  W15P-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(77) VALUE SPACE.

       01  WS15-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "LINHA".
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(37) VALUE "MOTIVO DA REJEICAO".
           05  FILLER            PIC X(60) VALUE "CONTEUDO DA LINHA".
           05  FILLER            PIC X(20) VALUE SPACE.

       01  WS15-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W15D-LINHA        PIC ZZZZ9.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W15D-MATRICULA    PIC X(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W15D-MOTIVO       PIC X(35).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W15D-CONTEUDO     PIC X(60).
           05  FILLER            PIC X(20) VALUE SPACE.

       01  WS15-TOT-PLAN-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "LIDAS: ".
           05  W15S-LIDAS        PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  INCLUIDAS: ".
           05  W15S-INCLUIDAS    PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  ALTERADAS: ".
           05  W15S-ALTERADAS    PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  REJEITADAS: ".
           05  W15S-REJEITADAS   PIC ZZZZ9.
           05  FILLER            PIC X(18)
               VALUE "  SOMA DAS NOTAS: ".
           05  W15S-SOMA-NOTAS   PIC ZZZZ9.9.
           05  FILLER            PIC X(39) VALUE SPACE.

       01  WS15-TRL-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "PLANILHAS: ".
           05  W15R-PLANILHAS    PIC ZZZ9.
           05  FILLER            PIC X(16) VALUE "  LINHAS LIDAS: ".
           05  W15R-LIDAS        PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  INCLUIDAS: ".
           05  W15R-INCLUIDAS    PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE "  ALTERADAS: ".
           05  W15R-ALTERADAS    PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE "  REJEITADAS: ".
           05  W15R-REJEITADAS   PIC ZZZZ9.
           05  FILLER            PIC X(18)
               VALUE "  SOMA DAS NOTAS: ".
           05  W15R-SOMA-NOTAS   PIC ZZZZ9.9.
           05  FILLER            PIC X(15) VALUE SPACE.
