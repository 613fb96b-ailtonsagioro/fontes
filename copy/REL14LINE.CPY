      ******************************************************************
      * REL14LINE.CPY
      * Linhas impressas da conferencia de lancamentos do bimestre
      * (RELPENDLT) emitida por PROGRAMA18: quebra por professor, uma
      * linha por turma/disciplina da lotacao com notas faltando
      * (nenhum aluno lancado) ou parciais, com os alunos da turma no
      * CADASTRO, os lancados e os que faltam; total do professor e
      * rodape com as lotacoes conferidas, completas e pendentes.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS14-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(39)
               VALUE "PENDENCIAS DE LANCAMENTO - ANO LETIVO ".
           05  W14C1-ANO         PIC 9(04).
           05  FILLER            PIC X(11) VALUE "  BIMESTRE ".
           05  W14C1-BIMESTRE    PIC 9(01).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W14C1-DATA        PIC X(10).
           05  FILLER            PIC X(58) VALUE SPACE.

       01  WS14-PROF-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "PROFESSOR: ".
           05  W14P-PROFESSOR    PIC X(25).
           05  FILLER            PIC X(95) VALUE SPACE.

       01  WS14-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(05) VALUE "ESC".
           05  FILLER            PIC X(12) VALUE "TURMA".
           05  FILLER            PIC X(06) VALUE "DISC".
           05  FILLER            PIC X(08) VALUE "ALUNOS".
           05  FILLER            PIC X(10) VALUE "LANCADOS".
           05  FILLER            PIC X(08) VALUE "FALTAM".
           05  FILLER            PIC X(10) VALUE "SITUACAO".
           05  FILLER            PIC X(72) VALUE SPACE.

       01  WS14-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W14D-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W14D-TURMA        PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W14D-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W14D-ALUNOS       PIC ZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  W14D-LANCADOS     PIC ZZ9.
           05  FILLER            PIC X(07) VALUE SPACE.
           05  W14D-FALTAM       PIC ZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  W14D-SITUACAO     PIC X(08).
           05  FILLER            PIC X(74) VALUE SPACE.

       01  WS14-TOT-PROF-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE "TURMAS/DISCIPLINAS PENDENTES: ".
           05  W14S-PENDENTES    PIC ZZZ9.
           05  FILLER            PIC X(97) VALUE SPACE.

       01  WS14-SEM-PEND-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(45)
               VALUE "NENHUMA PENDENCIA DE LANCAMENTO NO BIMESTRE".
           05  FILLER            PIC X(86) VALUE SPACE.

       01  WS14-TRL-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(24)
               VALUE "LOTACOES CONFERIDAS...: ".
           05  W14R-CONFERIDAS   PIC ZZZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  FILLER            PIC X(24)
               VALUE "COMPLETAS.............: ".
           05  W14R-COMPLETAS    PIC ZZZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  FILLER            PIC X(24)
               VALUE "PENDENTES.............: ".
           05  W14R-PENDENTES    PIC ZZZZ9.
           05  FILLER            PIC X(34) VALUE SPACE.
