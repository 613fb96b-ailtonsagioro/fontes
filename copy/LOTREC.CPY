      ******************************************************************
      * LOTREC.CPY
      * Registro do quadro de lotacao de professores (LOTACAO),
      * arquivo INDEXADO pela chave LT-CHAVE (escola + turma +
      * disciplina): uma entrada por turma/disciplina com o professor
      * que a leciona. Mantido pela tela do PROGRAMA17 e lido pela
      * conferencia de lancamentos do PROGRAMA18, que cruza a lotacao
      * com os alunos da turma no CADASTRO e as notas do ALUNOS antes
      * do fechamento bimestral do PROGRAMA01.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  LOT-REC.
           05  LT-CHAVE.
               10  LT-ESCOLA         PIC 9(02).
               10  LT-TURMA          PIC X(10).
               10  LT-DISCIPLINA     PIC X(03).
           05  LT-PROFESSOR          PIC X(25).
