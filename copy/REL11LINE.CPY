      ******************************************************************
      * REL11LINE.CPY
      * Linhas impressas da rematricula do ano seguinte emitida por
      * PROGRAMA14: a lista de enturmacao (RELENTUR), com salto de
      * pagina por escola, quebra por turma nova, uma linha por
      * aluno com a turma do ano que fecha e a situacao que o levou
      * a turma nova, e o total da turma contra a capacidade; e a
      * lista de excecoes (RELEXCRM) - serie concluida, turma acima
      * da capacidade, aluno sem situacao no MATFINAL e serie sem
      * cartao na tabela SERIES - com o rodape de totais.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS11-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(25)
               VALUE "ENTURMACAO DO ANO LETIVO ".
           05  W11C1-ANO         PIC 9(04).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W11C1-DATA        PIC X(10).
           05  FILLER            PIC X(84) VALUE SPACE.

       01  WS11-ESC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W11E-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(03) VALUE " - ".
           05  W11E-NOME         PIC X(30).
           05  FILLER            PIC X(88) VALUE SPACE.

       01  WS11-TUR-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "TURMA: ".
           05  W11T-TURMA        PIC X(10).
           05  FILLER            PIC X(114) VALUE SPACE.

       01  WS11-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(16) VALUE "TURMA ANTERIOR".
           05  FILLER            PIC X(20) VALUE "SITUACAO".
           05  FILLER            PIC X(71) VALUE SPACE.

       01  WS11-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W11D-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W11D-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W11D-TURMA-ANT    PIC X(10).
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W11D-SITUACAO     PIC X(20).
           05  FILLER            PIC X(71) VALUE SPACE.

       01  WS11-TOT-TUR-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(18)
               VALUE "ALUNOS NA TURMA: ".
           05  W11S-QTD          PIC ZZ9.
           05  FILLER            PIC X(15) VALUE "  CAPACIDADE: ".
           05  W11S-CAPACIDADE   PIC ZZ9.
           05  FILLER            PIC X(92) VALUE SPACE.

       01  WS11-TRL-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE "ALUNOS ENTURMADOS.......: ".
           05  W11R-ENTURMADOS   PIC ZZZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE "TRANSFERIDOS EXCLUIDOS..: ".
           05  W11R-TRANSFERIDOS PIC ZZZZ9.
           05  FILLER            PIC X(64) VALUE SPACE.

       01  WS11-CAB-X-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(37)
               VALUE "EXCECOES DA REMATRICULA - ANO LETIVO ".
           05  W11X1-ANO         PIC 9(04).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W11X1-DATA        PIC X(10).
           05  FILLER            PIC X(72) VALUE SPACE.

       01  WS11-CAB-X2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(05) VALUE "ESC".
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(12) VALUE "TURMA".
           05  FILLER            PIC X(40) VALUE "MOTIVO".
           05  FILLER            PIC X(50) VALUE SPACE.

       01  WS11-EXC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W11X-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W11X-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W11X-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W11X-TURMA        PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W11X-MOTIVO       PIC X(40).
           05  FILLER            PIC X(50) VALUE SPACE.

       01  WS11-TRX-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE "SERIE CONCLUIDA.........: ".
           05  W11Y-CONCLUINTES  PIC ZZZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  FILLER            PIC X(26)
               VALUE "PENDENCIAS A RESOLVER...: ".
           05  W11Y-PENDENCIAS   PIC ZZZZ9.
           05  FILLER            PIC X(64) VALUE SPACE.
