      ******************************************************************
      * REL17LINE.CPY
      * Linhas impressas do relatorio de simulacao da apuracao anual
      * (RELSIMUL) emitido por PROGRAMA24: cabecalho com o ano e a
      * origem simulados, a descricao de cada baralho comparado (o
      * real PARAMETROS e os alternativos PARMSIM1/PARMSIM2), e por
      * escola/turma os alunos cuja situacao anual muda, as taxas de
      * aprovacao, retencao e retencao por frequencia lado a lado e,
      * por disciplina, os alunos cuja situacao na disciplina muda e
      * as taxas de aprovacao/reprovacao. Cada bloco de colunas
      * W17x-...-n e de um baralho (1 = real, 2 e 3 = alternativos).
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS17-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(41)
               VALUE "SIMULACAO DA APURACAO ANUAL - ANO LETIVO ".
           05  W17C1-ANO         PIC 9(04).
           05  FILLER            PIC X(10) VALUE "  ORIGEM: ".
           05  W17C1-ORIGEM      PIC X(30).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W17C1-DATA        PIC X(10).
           05  FILLER            PIC X(28) VALUE SPACE.

       01  WS17-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W17C2-ESCOLA      PIC X(40).
           05  FILLER            PIC X(83) VALUE SPACE.

       01  WS17-MSG-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W17M-TEXTO        PIC X(100).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS17-DECK-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W17K-BARALHO      PIC X(14).
           05  FILLER            PIC X(06) VALUE " ARQ: ".
           05  W17K-ARQUIVO      PIC X(10).
           05  FILLER            PIC X(09) VALUE "  CORTE: ".
           05  W17K-CORTE        PIC Z9.9.
           05  FILLER            PIC X(09) VALUE "  PESOS: ".
           05  W17K-PESO-N1      PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17K-PESO-N2      PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17K-PESO-N3      PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17K-PESO-N4      PIC ZZ9.9.
           05  FILLER            PIC X(12) VALUE "  MAX REPR: ".
           05  W17K-MAX-REPROVA  PIC Z9.
           05  FILLER            PIC X(12) VALUE "  FREQ MIN: ".
           05  W17K-FREQ-MINIMA  PIC ZZ9.
           05  FILLER            PIC X(08) VALUE "  DISC: ".
           05  W17K-QTD-DISC     PIC Z9.
           05  FILLER            PIC X(17) VALUE SPACE.

       01  WS17-DECK-DISC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(15) VALUE "    DISCIPLINA ".
           05  W17KD-DISCIPLINA  PIC X(03).
           05  FILLER            PIC X(10) VALUE "   CORTE: ".
           05  W17KD-CORTE       PIC Z9.9.
           05  FILLER            PIC X(09) VALUE "  PESOS: ".
           05  W17KD-PESO-N1     PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17KD-PESO-N2     PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17KD-PESO-N3     PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE "/".
           05  W17KD-PESO-N4     PIC ZZ9.9.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W17KD-OBS         PIC X(20).
           05  FILLER            PIC X(45) VALUE SPACE.

       01  WS17-TURMA-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE "TURMA: ".
           05  W17T-TURMA        PIC X(10).
           05  FILLER            PIC X(114) VALUE SPACE.

       01  WS17-COL-CAB-LINHA.
           05  FILLER            PIC X(36) VALUE SPACE.
           05  FILLER            PIC X(30)
               VALUE "REAL (PARAMETROS)".
           05  FILLER            PIC X(30)
               VALUE "ALTERNATIVO 1 (PARMSIM1)".
           05  W17L-ALT2         PIC X(30).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-ALU-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(35)
               VALUE "MATR   NOME DO ALUNO    FREQ".
           05  FILLER            PIC X(30)
               VALUE "SITUACAO     MEDIA REP".
           05  FILLER            PIC X(30)
               VALUE "SITUACAO     MEDIA REP".
           05  W17AC-ALT2        PIC X(30).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-ALU-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W17A-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W17A-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W17A-FREQ-PERC    PIC ZZ9.
           05  FILLER            PIC X(01) VALUE "%".
           05  FILLER            PIC X(07) VALUE SPACE.
           05  W17A-BARALHO OCCURS 3 TIMES.
               10  W17A-SITUACAO     PIC X(11).
               10  FILLER            PIC X(02).
               10  W17A-MEDIA        PIC Z9.9.
               10  FILLER            PIC X(02).
               10  W17A-QTD-REPROVA  PIC ZZ.
               10  FILLER            PIC X(09).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-TAXA-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(35)
               VALUE "                        ALUNOS".
           05  FILLER            PIC X(30)
               VALUE "APROV  RETID  R-FRQ  MUDA".
           05  FILLER            PIC X(30)
               VALUE "APROV  RETID  R-FRQ  MUDA".
           05  W17XC-ALT2        PIC X(30).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-TAXA-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W17X-DESCRICAO    PIC X(24).
           05  W17X-BASE         PIC ZZZZ9.
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W17X-BARALHO OCCURS 3 TIMES.
               10  W17X-APROV        PIC ZZ9.9.
               10  FILLER            PIC X(02).
               10  W17X-RETIDO       PIC ZZ9.9.
               10  FILLER            PIC X(02).
               10  W17X-RET-FREQ     PIC ZZ9.9.
               10  FILLER            PIC X(02).
               10  W17X-MUDOU-G.
                   15  W17X-MUDOU    PIC ZZZ9.
               10  FILLER            PIC X(05).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-DISC-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(35)
               VALUE "DISCIPLINA              ALUNOS".
           05  FILLER            PIC X(30)
               VALUE "APROV  REPRV         MUDA".
           05  FILLER            PIC X(30)
               VALUE "APROV  REPRV         MUDA".
           05  W17DC-ALT2        PIC X(30).
           05  FILLER            PIC X(06) VALUE SPACE.

       01  WS17-DISC-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W17D-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(21) VALUE SPACE.
           05  W17D-BASE         PIC ZZZZ9.
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W17D-BARALHO OCCURS 3 TIMES.
               10  W17D-APROV        PIC ZZ9.9.
               10  FILLER            PIC X(02).
               10  W17D-REPROV       PIC ZZ9.9.
               10  FILLER            PIC X(09).
               10  W17D-MUDOU-G.
                   15  W17D-MUDOU    PIC ZZZ9.
               10  FILLER            PIC X(05).
           05  FILLER            PIC X(06) VALUE SPACE.
