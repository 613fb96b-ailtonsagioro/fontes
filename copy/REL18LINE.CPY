      ******************************************************************
      * REL18LINE.CPY
      * Linhas impressas pela emissao das convocacoes de responsaveis
      * do PROGRAMA26: a carta de convocacao (CARTAS), uma por
      * familia e por escola, com o destinatario, os alunos, os
      * motivos com o dado que os motivou e a data, a hora e o local
      * da reuniao; e o relatorio de controle da emissao (RELCONV),
      * uma linha por motivo convocado, com o responsavel e o canal
      * usado, e os totais do fim.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  WS18-CARTA-CAB-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18L1-ESCOLA      PIC X(30).
           05  FILLER            PIC X(40) VALUE SPACE.
           05  FILLER            PIC X(11) VALUE "EMITIDA EM ".
           05  W18L1-DATA        PIC X(10).
           05  FILLER            PIC X(40) VALUE SPACE.

       01  WS18-CARTA-TEXTO-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18LT-TEXTO       PIC X(100).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS18-CARTA-DEST-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(12) VALUE "A(O) SR(A). ".
           05  W18L2-NOME        PIC X(30).
           05  FILLER            PIC X(03) VALUE " - ".
           05  W18L2-PARENTESCO  PIC X(15).
           05  FILLER            PIC X(71) VALUE SPACE.

       01  WS18-CARTA-BAIRRO-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18L4-BAIRRO      PIC X(20).
           05  FILLER            PIC X(06) VALUE "  CEP ".
           05  W18L4-CEP         PIC X(09).
           05  FILLER            PIC X(96) VALUE SPACE.

       01  WS18-CARTA-REF-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(15) VALUE "REF.: ALUNO(A) ".
           05  W18LR-NOME        PIC X(15).
           05  FILLER            PIC X(13) VALUE " - MATRICULA ".
           05  W18LR-MATRICULA   PIC 9(05).
           05  FILLER            PIC X(09) VALUE " - TURMA ".
           05  W18LR-TURMA       PIC X(10).
           05  FILLER            PIC X(14) VALUE " - ANO LETIVO ".
           05  W18LR-ANO         PIC 9(04).
           05  FILLER            PIC X(46) VALUE SPACE.

       01  WS18-CARTA-MOTIVO-LINHA.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  FILLER            PIC X(02) VALUE "- ".
           05  W18LM-NOME        PIC X(15).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W18LM-ASSUNTO     PIC X(33).
           05  FILLER            PIC X(02) VALUE ": ".
           05  W18LM-TEXTO       PIC X(40).
           05  FILLER            PIC X(34) VALUE SPACE.

       01  WS18-CARTA-REUNIAO-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(06) VALUE "DATA: ".
           05  W18LU-DATA        PIC X(10).
           05  FILLER            PIC X(09) VALUE "   HORA: ".
           05  W18LU-HORA        PIC X(05).
           05  FILLER            PIC X(10) VALUE "   LOCAL: ".
           05  W18LU-LOCAL       PIC X(50).
           05  FILLER            PIC X(41) VALUE SPACE.

       01  WS18-CAB-1-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(38)
               VALUE "CONVOCACOES DE RESPONSAVEIS - EMISSAO ".
           05  W18C1-DATA        PIC X(10).
           05  FILLER            PIC X(10) VALUE "  REUNIAO ".
           05  W18C1-REUNIAO     PIC X(10).
           05  FILLER            PIC X(04) VALUE " AS ".
           05  W18C1-HORA        PIC X(05).
           05  FILLER            PIC X(11) VALUE "  ORIGENS: ".
           05  W18C1-ORIGENS     PIC X(30).
           05  FILLER            PIC X(13) VALUE SPACE.

       01  WS18-CAB-2-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  FILLER            PIC X(04) VALUE "ESC".
           05  FILLER            PIC X(06) VALUE "MATR".
           05  FILLER            PIC X(16) VALUE "NOME DO ALUNO".
           05  FILLER            PIC X(11) VALUE "TURMA".
           05  FILLER            PIC X(32) VALUE "RESPONSAVEL".
           05  FILLER            PIC X(09) VALUE "CANAL".
           05  FILLER            PIC X(03) VALUE "OR".
           05  FILLER            PIC X(40) VALUE "DADO QUE MOTIVOU".
           05  FILLER            PIC X(10) VALUE SPACE.

       01  WS18-DET-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18D-ESCOLA       PIC 9(02).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W18D-MATRICULA    PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18D-NOME-ALUNO   PIC X(15).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18D-TURMA        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18D-RESPONSAVEL  PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W18D-CANAL        PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18D-ORIGEM       PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  W18D-TEXTO        PIC X(40).
           05  FILLER            PIC X(10) VALUE SPACE.

       01  WS18-MSG-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18M-TEXTO        PIC X(100).
           05  FILLER            PIC X(31) VALUE SPACE.

       01  WS18-TOT-LINHA.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  W18T-DESCRICAO    PIC X(40).
           05  W18T-VALOR        PIC ZZZZ9.
           05  FILLER            PIC X(86) VALUE SPACE.
