      ******************************************************************
      * REL16LINE.CPY
      * Linhas impressas do relatorio mensal de auditoria da direcao
      * (RELAUDIT) emitido por PROGRAMA23 para o periodo e a escola
      * do cartao AUDITPER: cabecalho com o periodo, as quatro secoes
      * (notas alteradas apos o fechamento do bimestre por escola/
      * turma/disciplina, alunos promovidos pelo conselho por motivo,
      * execucoes liberadas com PM-LIBERA-RERUN e execucoes com
      * return code diferente de zero ou sem registro "F" no RUNCTL)
      * e a pagina de resumo que a direcao assina. A linha de
      * mensagem serve aos titulos, avisos e linhas de assinatura.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS16-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(44)
               VALUE "RELATORIO DE AUDITORIA DA DIRECAO - PERIODO ".
           05  W16C1-INICIO      PIC X(10).
           05  FILLER            PIC X(03) VALUE " A ".
           05  W16C1-FIM         PIC X(10).
           05  FILLER            PIC X(08) VALUE "  DATA: ".
           05  W16C1-DATA        PIC X(10).
           05  FILLER            PIC X(46) VALUE SPACE.

       01  WS16-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W16C2-ESCOLA      PIC X(40).
           05  FILLER            PIC X(83) VALUE SPACE.

       01  WS16-MSG-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16M-TEXTO        PIC X(100).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS16-RET-GRP-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "ESCOLA: ".
           05  W16G-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(09) VALUE "  TURMA: ".
           05  W16G-TURMA        PIC X(10).
           05  FILLER            PIC X(14) VALUE "  DISCIPLINA: ".
           05  W16G-DISCIPLINA   PIC X(03).
           05  FILLER            PIC X(17) VALUE "  NOTA DE CORTE: ".
           05  W16G-CORTE        PIC Z9.9.
           05  FILLER            PIC X(64) VALUE SPACE.

       01  WS16-RET-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "DATA".
           05  FILLER            PIC X(10) VALUE "HORA".
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(05) VALUE "BIM".
           05  FILLER            PIC X(15) VALUE "MEDIA ANT/NOVA".
           05  FILLER            PIC X(26) VALUE "CRUZOU O CORTE".
           05  FILLER            PIC X(20) VALUE "MOTIVO".
           05  FILLER            PIC X(20) VALUE SPACE.

       01  WS16-RET-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16D-DATA         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16D-HORA         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16D-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16D-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16D-BIMESTRE     PIC 9(01).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  W16D-ANT-MEDIA    PIC Z9.9.
           05  FILLER            PIC X(04) VALUE " -> ".
           05  W16D-NOV-MEDIA    PIC Z9.9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W16D-CORTE-MSG    PIC X(24).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16D-MOTIVO       PIC X(20).
           05  FILLER            PIC X(20) VALUE SPACE.

       01  WS16-RET-TOT-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(12) VALUE "ALTERACOES: ".
           05  W16S-ALTERACOES   PIC ZZZZ9.
           05  FILLER            PIC X(28)
               VALUE "  CRUZARAM O CORTE - SUBIU: ".
           05  W16S-SUBIU        PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE "  DESCEU: ".
           05  W16S-DESCEU       PIC ZZZZ9.
           05  FILLER            PIC X(66) VALUE SPACE.

       01  WS16-CNS-GRP-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(08) VALUE "MOTIVO: ".
           05  W16K-MOTIVO       PIC X(02).
           05  FILLER            PIC X(121) VALUE SPACE.

       01  WS16-CNS-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "SESSAO".
           05  FILLER            PIC X(07) VALUE "MATR".
           05  FILLER            PIC X(17) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(08) VALUE "ESCOLA".
           05  FILLER            PIC X(06) VALUE "ANO".
           05  FILLER            PIC X(12) VALUE "MEDIA FINAL".
           05  FILLER            PIC X(70) VALUE SPACE.

       01  WS16-CNS-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16K-DATA         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16K-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16K-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16K-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(06) VALUE SPACE.
           05  W16K-ANO          PIC 9(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16K-MEDIA        PIC Z9.9.
           05  FILLER            PIC X(78) VALUE SPACE.

       01  WS16-CNS-TOT-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(16) VALUE "TOTAL DO MOTIVO ".
           05  W16KT-MOTIVO      PIC X(02).
           05  FILLER            PIC X(02) VALUE ": ".
           05  W16KT-QTD         PIC ZZZZ9.
           05  FILLER            PIC X(106) VALUE SPACE.

       01  WS16-LIB-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "DATA".
           05  FILLER            PIC X(10) VALUE "HORA".
           05  FILLER            PIC X(12) VALUE "PROGRAMA".
           05  FILLER            PIC X(06) VALUE "ANO".
           05  FILLER            PIC X(05) VALUE "BIM".
           05  FILLER            PIC X(87) VALUE SPACE.

       01  WS16-LIB-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16L-DATA         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16L-HORA         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16L-PROGRAMA     PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16L-ANO          PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16L-BIMESTRE     PIC X(01).
           05  FILLER            PIC X(91) VALUE SPACE.

       01  WS16-RUN-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(12) VALUE "PROGRAMA".
           05  FILLER            PIC X(06) VALUE "ANO".
           05  FILLER            PIC X(05) VALUE "BIM".
           05  FILLER            PIC X(21) VALUE "INICIO".
           05  FILLER            PIC X(21) VALUE "FIM".
           05  FILLER            PIC X(05) VALUE "RC".
           05  FILLER            PIC X(30) VALUE "OCORRENCIA".
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS16-RUN-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16X-PROGRAMA     PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16X-ANO          PIC 9(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16X-BIMESTRE     PIC 9(01).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  W16X-DATA-INI     PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16X-HORA-INI     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16X-DATA-FIM     PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16X-HORA-FIM     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W16X-RETCODE      PIC X(02).
           05  FILLER            PIC X(03) VALUE SPACE.
           05  W16X-OCORRENCIA   PIC X(30).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS16-RES-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W16R-DESCRICAO    PIC X(60).
           05  W16R-QTD          PIC ZZZZ9.
           05  FILLER            PIC X(66) VALUE SPACE.
