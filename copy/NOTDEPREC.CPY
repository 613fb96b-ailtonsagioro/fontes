      ******************************************************************
      * NOTDEPREC.CPY
      * Registro do arquivo de notas da dependencia (NOTASDEP),
      * apontado pela secretaria com as notas do aluno que cursou a
      * disciplina em dependencia, separado do ALUNOS da turma
      * regular: uma linha por matricula + disciplina + ano letivo
      * de origem (a chave da dependencia no DEPENDENCIA) com as
      * quatro notas N1-N4. Lido pelo PROGRAMA15, que grava as notas
      * na dependencia e apura a media contra o corte da disciplina.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  NOTDEP-REC.
           05  ND-MATRICULA      PIC 9(05).
           05  ND-DISCIPLINA     PIC X(03).
           05  ND-ANO-ORIGEM     PIC 9(04).
           05  ND-N1             PIC 9(02)V9(01).
           05  ND-N2             PIC 9(02)V9(01).
           05  ND-N3             PIC 9(02)V9(01).
           05  ND-N4             PIC 9(02)V9(01).
