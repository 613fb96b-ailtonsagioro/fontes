      ******************************************************************
      * SERIEREC.CPY
      * Registro da tabela de series por escola (SERIES), mantida pela
      * secretaria: um cartao por escola e serie oferecida, com a
      * serie seguinte na progressao (brancos quando a serie e a
      * ultima oferecida pela escola - o aluno promovido conclui a
      * etapa e sai da rede), a capacidade de cada turma e quantas
      * turmas (A, B, C) a serie tera no ano que abre. A serie e o
      * texto de CD-TURMA sem a letra da turma ("9 ANO A" e a turma
      * A da serie "9 ANO"). Lida pela rematricula (PROGRAMA14).
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  SER-REC.
           05  SE-ESCOLA         PIC 9(02).
           05  SE-SERIE          PIC X(08).
           05  SE-SERIE-PROXIMA  PIC X(08).
           05  SE-CAPACIDADE     PIC 9(03).
           05  SE-QTD-TURMAS     PIC 9(01).
