      ******************************************************************
      * RESPREC.CPY
      * Registro do cadastro de responsaveis pelos alunos
      * (RESPONSAVEIS), arquivo INDEXADO pela matricula do aluno no
      * CADASTRO mestre: um responsavel por aluno, com o parentesco,
      * o endereco para a carta, o telefone (DDD + numero) para SMS,
      * o e-mail e o canal preferido para as convocacoes. Mantido
      * pela tela do PROGRAMA25 e lido pela emissao das convocacoes
      * do PROGRAMA26, no lugar das fichas de papel da secretaria.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  RESP-REC.
           05  RS-MATRICULA      PIC 9(05).
           05  RS-NOME           PIC X(30).
           05  RS-PARENTESCO     PIC X(01).
               88  RS-MAE                  VALUE "M".
               88  RS-PAI                  VALUE "P".
               88  RS-AVO                  VALUE "A".
               88  RS-TUTOR                VALUE "T".
               88  RS-OUTRO                VALUE "O".
               88  RS-PARENTESCO-VALIDO    VALUE "M" "P" "A" "T" "O".
           05  RS-ENDERECO       PIC X(40).
           05  RS-BAIRRO         PIC X(20).
           05  RS-CEP            PIC X(08).
           05  RS-TELEFONE       PIC X(11).
           05  RS-EMAIL          PIC X(40).
           05  RS-CANAL          PIC X(01).
               88  RS-CANAL-CARTA          VALUE "C".
               88  RS-CANAL-SMS            VALUE "S".
               88  RS-CANAL-EMAIL          VALUE "E".
               88  RS-CANAL-VALIDO         VALUE "C" "S" "E".
