      ******************************************************************
      * DEPREC.CPY
      * Registro do cadastro de dependencias (DEPENDENCIA), arquivo
      * INDEXADO pela chave DP-CHAVE (matricula + disciplina + ano
      * letivo de origem): uma entrada por disciplina em que o aluno
      * reprovou no ano de origem. Gravado pela apuracao anual do
      * PROGRAMA02 e acertado pela recuperacao (PROGRAMA03) e pelo
      * conselho de classe (PROGRAMA10); as notas da dependencia sao
      * lancadas e apuradas pelo PROGRAMA15, a lista de pendentes por
      * escola e do PROGRAMA16 e o historico escolar do PROGRAMA08
      * traz cada dependencia com o ano em que foi concluida.
      *
      * DP-SITUACAO:
      *   "R" reprovacao de aluno RETIDO no ano de origem - o aluno
      *       refaz a serie, nao e dependencia; vira "A" se a
      *       recuperacao ou o conselho promoverem o aluno.
      *   "A" dependencia ABERTA, a cursar no ano seguinte.
      *   "C" dependencia CONCLUIDA (DP-ANO-CONCLUSAO).
      * DP-ORIGEM da promocao que abriu a dependencia: brancos =
      * calculo do PROGRAMA02, "R" = recuperacao do PROGRAMA03,
      * "C" = conselho de classe do PROGRAMA10.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  DEP-REC.
           05  DP-CHAVE.
               10  DP-MATRICULA      PIC 9(05).
               10  DP-DISCIPLINA     PIC X(03).
               10  DP-ANO-ORIGEM     PIC 9(04).
           05  DP-NOME-ALUNO         PIC X(15).
           05  DP-TURMA              PIC X(10).
           05  DP-ESCOLA             PIC 9(02).
           05  DP-MEDIA-ORIGEM       PIC 9(02)V9(01).
           05  DP-SITUACAO           PIC X(01).
               88  DP-RETIDA                   VALUE "R".
               88  DP-ABERTA                   VALUE "A".
               88  DP-CONCLUIDA                VALUE "C".
           05  DP-ORIGEM             PIC X(01).
               88  DP-ORIG-CALCULO             VALUE SPACE.
               88  DP-ORIG-RECUP               VALUE "R".
               88  DP-ORIG-CONSELHO            VALUE "C".
           05  DP-N1                 PIC 9(02)V9(01).
           05  DP-N2                 PIC 9(02)V9(01).
           05  DP-N3                 PIC 9(02)V9(01).
           05  DP-N4                 PIC 9(02)V9(01).
           05  DP-MEDIA-DEP          PIC 9(02)V9(01).
           05  DP-ANO-CONCLUSAO      PIC 9(04).
