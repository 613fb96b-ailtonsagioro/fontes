      ******************************************************************
      * REL13LINE.CPY
      * Linhas impressas da lista de dependencias pendentes por escola
      * (RELDEPPEN) emitida por PROGRAMA16 a partir do cadastro
      * DEPENDENCIA: salto de pagina por escola, uma linha por
      * disciplina em dependencia ABERTA (aluno, turma do ano de
      * origem, disciplina, ano e media de origem e a etapa que
      * promoveu o aluno - calculo, recuperacao ou conselho), o total
      * da escola e o rodape com os totais da rede.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS13-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(45)
               VALUE "DEPENDENCIAS PENDENTES - PROGRESSAO PARCIAL".
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W13C1-DATA        PIC X(10).
           05  FILLER            PIC X(68) VALUE SPACE.

       01  WS13-ESC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W13E-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(03) VALUE " - ".
           05  W13E-NOME         PIC X(30).
           05  FILLER            PIC X(88) VALUE SPACE.

       01  WS13-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(12) VALUE "TURMA".
           05  FILLER            PIC X(06) VALUE "DISC".
           05  FILLER            PIC X(10) VALUE "ANO ORIG".
           05  FILLER            PIC X(12) VALUE "MEDIA ORIG".
           05  FILLER            PIC X(12) VALUE "PROMOCAO".
           05  FILLER            PIC X(55) VALUE SPACE.

       01  WS13-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W13D-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W13D-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W13D-TURMA        PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W13D-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W13D-ANO-ORIGEM   PIC 9(04).
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W13D-MEDIA-ORIG   PIC Z9.9.
           05  FILLER            PIC X(08) VALUE SPACE.
           05  W13D-PROMOCAO     PIC X(12).
           05  FILLER            PIC X(55) VALUE SPACE.

       01  WS13-TOT-ESC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(34)
               VALUE "DEPENDENCIAS PENDENTES NA ESCOLA: ".
           05  W13S-DEPENDENCIAS PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  ALUNOS: ".
           05  W13S-ALUNOS       PIC ZZZZ9.
           05  FILLER            PIC X(76) VALUE SPACE.

       01  WS13-TRL-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(34)
               VALUE "DEPENDENCIAS PENDENTES NA REDE..: ".
           05  W13R-DEPENDENCIAS PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE "  ALUNOS: ".
           05  W13R-ALUNOS       PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE "  CONCLUIDAS: ".
           05  W13R-CONCLUIDAS   PIC ZZZZ9.
           05  FILLER            PIC X(55) VALUE SPACE.
