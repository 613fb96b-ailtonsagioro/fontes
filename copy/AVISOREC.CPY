      ******************************************************************
      * AVISOREC.CPY
      * Registro dos extratos de alunos a convocar, lidos pela
      * emissao das convocacoes de responsaveis do PROGRAMA26. Cada
      * programa que aponta alunos grava o seu extrato sequencial,
      * recriado a cada execucao: o PROGRAMA12 os alunos em risco do
      * bimestre (CONVRISCO, origem "R"), o PROGRAMA03 os retidos
      * ausentes do exame de recuperacao (CONVRECUP, origem "A") e o
      * PROGRAMA10 o resultado do conselho de classe (CONVCONS,
      * origem "C"). AV-TEXTO leva o dado que motivou o apontamento,
      * ja editado para a carta; AV-TURMA em brancos e completada
      * pelo CADASTRO na emissao.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  AVISO-REC.
           05  AV-ORIGEM         PIC X(01).
               88  AV-RISCO                VALUE "R".
               88  AV-AUSENTE-RECUP        VALUE "A".
               88  AV-CONSELHO             VALUE "C".
           05  AV-ANO-LETIVO     PIC 9(04).
           05  AV-ESCOLA         PIC 9(02).
           05  AV-MATRICULA      PIC 9(05).
           05  AV-NOME-ALUNO     PIC X(15).
           05  AV-TURMA          PIC X(10).
           05  AV-TEXTO          PIC X(40).
