      ******************************************************************
      * CATCOPREC.CPY
      * Registro do catalogo das copias de seguranca (CATCOPIAS), um
      * por geracao tirada pelo PROGRAMA21: arquivo, numero da
      * geracao, data e hora da copia, programa que a pediu, ano
      * letivo da execucao, quantidade de registros copiados e o
      * total de controle (soma) dos campos de nota do arquivo. E
      * contra estes totais que o PROGRAMA22 confere a geracao antes
      * de restaura-la. O catalogo so recebe acrescimos: as linhas
      * das geracoes ja descartadas pela retencao ficam como
      * historico.
      *
      * Total de controle por arquivo: HISTBIM N1-N4 + media do
      * bimestre; MATRANUAL media anual; MATFINAL media anual + nota
      * da recuperacao + media final; ALUNOS N1-N4; ARQANUAL as notas
      * e medias dos tipos H, A e R; CADASTRO, que nao tem notas, a
      * soma das matriculas.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  CATCOP-REC.
           05  CB-ARQUIVO        PIC X(10).
           05  CB-GERACAO        PIC 9(04).
           05  CB-DATA           PIC X(10).
           05  CB-HORA           PIC X(08).
           05  CB-PROGRAMA       PIC X(10).
           05  CB-ANO-LETIVO     PIC 9(04).
           05  CB-QTD-REG        PIC 9(07).
           05  CB-TOTAL-NOTAS    PIC 9(09)V9(01).
