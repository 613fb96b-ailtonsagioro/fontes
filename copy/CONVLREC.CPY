      ******************************************************************
      * CONVLREC.CPY
      * Registro do livro de convocacoes emitidas (CONVLOG), gravado
      * em extensao pelo PROGRAMA26: uma linha por motivo de cada
      * convocacao emitida, com a data e a hora da emissao, o aluno,
      * a origem do apontamento, o responsavel e o canal usado
      * ("C" carta, "S" SMS, "E" e-mail; "X" aluno sem responsavel
      * cadastrado, carta entregue pelo proprio aluno), a data e a
      * hora da reuniao e o dado que motivou a convocacao. E a prova
      * da escola de que a familia foi avisada; nunca e regravado.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  CONVL-REC.
           05  CL-DATA-EMISSAO   PIC X(10).
           05  CL-HORA-EMISSAO   PIC X(08).
           05  CL-ANO-LETIVO     PIC 9(04).
           05  CL-ESCOLA         PIC 9(02).
           05  CL-MATRICULA      PIC 9(05).
           05  CL-ORIGEM         PIC X(01).
           05  CL-CANAL          PIC X(01).
           05  CL-RESPONSAVEL    PIC X(30).
           05  CL-DESTINO        PIC X(40).
           05  CL-DATA-REUNIAO   PIC X(10).
           05  CL-HORA-REUNIAO   PIC X(05).
           05  CL-TEXTO          PIC X(40).
