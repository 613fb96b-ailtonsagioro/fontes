      ******************************************************************
      * REL19LINE.CPY
      * Linhas impressas do relatorio de indicadores de fluxo escolar
      * (RELFLUXO) emitido por PROGRAMA27, em tres partes, cada uma
      * por escola e para a rede: as taxas anuais de aprovacao,
      * retencao, abandono e transferencia por serie e da escola,
      * com a frequencia media e a variacao sobre o ano anterior
      * (em pontos percentuais); a media anual por disciplina ano a
      * ano, com a variacao no periodo; e os alunos retidos dois ou
      * mais anos seguidos, com o resumo por escola e ano. As
      * colunas W19x-...-ENT sao uma por ano letivo do periodo.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS19-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(45)
               VALUE "INDICADORES DE FLUXO ESCOLAR - ANOS LETIVOS ".
           05  W19C1-ANO-INI     PIC 9(04).
           05  FILLER            PIC X(03) VALUE " A ".
           05  W19C1-ANO-FIM     PIC 9(04).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W19C1-DATA        PIC X(10).
           05  FILLER            PIC X(57) VALUE SPACE.

       01  WS19-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19C2-PARTE       PIC X(50).
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W19C2-ESCOLA      PIC X(40).
           05  FILLER            PIC X(33) VALUE SPACE.

       01  WS19-MSG-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19M-TEXTO        PIC X(100).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS19-FLX-CAB-LINHA.
           05  FILLER            PIC X(13) VALUE " SERIE".
           05  FILLER            PIC X(05) VALUE "ANO".
           05  FILLER            PIC X(10) VALUE "ALUNOS".
           05  FILLER            PIC X(08) VALUE "%APROV".
           05  FILLER            PIC X(08) VALUE "%RETID".
           05  FILLER            PIC X(08) VALUE "%ABAND".
           05  FILLER            PIC X(08) VALUE "%TRANSF".
           05  FILLER            PIC X(08) VALUE "%FREQ".
           05  FILLER            PIC X(09) VALUE "VAR APR".
           05  FILLER            PIC X(09) VALUE "VAR RET".
           05  FILLER            PIC X(09) VALUE "VAR ABA".
           05  FILLER            PIC X(09) VALUE "VAR TRF".
           05  FILLER            PIC X(28) VALUE SPACE.

       01  WS19-FLX-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19F-SERIE        PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19F-ANO          PIC 9(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19F-BASE         PIC ZZZZ9.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  W19F-APROV        PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W19F-RETIDO       PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W19F-ABAND        PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W19F-TRANSF       PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W19F-FREQ-G.
               10  W19F-FREQ     PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W19F-VARIACAO OCCURS 4 TIMES.
               10  W19F-VAR-G.
                   15  W19F-VAR  PIC +++9.9.
               10  FILLER        PIC X(03).
           05  FILLER            PIC X(28) VALUE SPACE.

       01  WS19-MED-CAB-LINHA.
           05  FILLER            PIC X(08) VALUE " DISC".
           05  W19MC-ANO-ENT OCCURS 10 TIMES.
               10  W19MC-ANO-G.
                   15  W19MC-ANO PIC 9(04).
               10  FILLER        PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  FILLER            PIC X(05) VALUE "  VAR".
           05  FILLER            PIC X(37) VALUE SPACE.

       01  WS19-MED-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19MD-DISCIPLINA  PIC X(03).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  W19MD-ANO-ENT OCCURS 10 TIMES.
               10  W19MD-MEDIA-G.
                   15  W19MD-MEDIA PIC Z9.9.
               10  FILLER        PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19MD-VAR-G.
               10  W19MD-VAR     PIC ++9.9.
           05  FILLER            PIC X(37) VALUE SPACE.

       01  WS19-RET-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(53) VALUE
               "MATR   NOME DO ALUNO   ESC  ANOS SEGUIDOS   DE    ATE".
           05  FILLER            PIC X(78) VALUE SPACE.

       01  WS19-RET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19R-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19R-NOME         PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19R-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(05) VALUE SPACE.
           05  W19R-QTD-ANOS     PIC Z9.
           05  FILLER            PIC X(11) VALUE SPACE.
           05  W19R-ANO-INI      PIC 9(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W19R-ANO-FIM      PIC 9(04).
           05  FILLER            PIC X(77) VALUE SPACE.

       01  WS19-RES-CAB-LINHA.
           05  FILLER            PIC X(31) VALUE " ESCOLA".
           05  W19RC-ANO-ENT OCCURS 10 TIMES.
               10  FILLER        PIC X(02).
               10  W19RC-ANO-G.
                   15  W19RC-ANO PIC 9(04).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  FILLER            PIC X(06) VALUE "ALUNOS".
           05  FILLER            PIC X(32) VALUE SPACE.

       01  WS19-RES-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W19S-ESCOLA       PIC X(30).
           05  W19S-ANO-ENT OCCURS 10 TIMES.
               10  FILLER        PIC X(02).
               10  W19S-QTD-G.
                   15  W19S-QTD  PIC ZZZ9.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  W19S-ALUNOS       PIC ZZZZ9.
           05  FILLER            PIC X(32) VALUE SPACE.
