      *
      * Mod history:
      *   2026-09-02 JAS  Layout original.
      *   2026-10-15 JAS  Bloco das dependencias do aluno no fim da
      *                   pagina (disciplina, ano de origem, media que
      *                   reprovou e ano/media da conclusao).
      ******************************************************************
       01  WS6-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
               VALUE "ALUNOS IMPRESSOS NO HISTORICO: ".
           05  W6T-ALUNOS        PIC ZZZ9.
           05  FILLER            PIC X(96) VALUE SPACE.

       01  WS6-DEP-TIT-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(33)
               VALUE "DEPENDENCIAS (PROGRESSAO PARCIAL)".
           05  FILLER            PIC X(98) VALUE SPACE.

       01  WS6-DEP-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(06) VALUE "DISC".
           05  FILLER            PIC X(10) VALUE "ANO ORIG".
           05  FILLER            PIC X(12) VALUE "MEDIA ORIG".
           05  FILLER            PIC X(16) VALUE "SITUACAO".
           05  FILLER            PIC X(10) VALUE "ANO CONCL".
           05  FILLER            PIC X(09) VALUE "MEDIA DEP".
           05  FILLER            PIC X(68) VALUE SPACE.

       01  WS6-DEP-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W6P-DISCIPLINA    PIC X(03).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W6P-ANO-ORIGEM    PIC 9(04).
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W6P-MEDIA-ORIG    PIC X(04).
           05  FILLER            PIC X(08) VALUE SPACE.
           05  W6P-SITUACAO      PIC X(16).
           05  W6P-ANO-CONCL     PIC X(04).
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W6P-MEDIA-DEP     PIC X(04).
           05  FILLER            PIC X(73) VALUE SPACE.
