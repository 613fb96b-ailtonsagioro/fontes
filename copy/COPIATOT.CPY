      ******************************************************************
      * COPIATOT.CPY
      * Area de trabalho do total de controle das copias de seguranca,
      * comum ao PROGRAMA21 (copia) e ao PROGRAMA22 (restauracao): o
      * registro do arquivo mestre e posto em CT-REGISTRO e as
      * redefinicoes expoem os campos de nota de cada layout, para as
      * duas pontas somarem exatamente os mesmos campos. As posicoes
      * seguem HISTREC, MATANOREC, MATFINREC, CADREC, ALUNOREC e
      * ARQREC; mudou um desses layouts, muda aqui.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  CT-REGISTRO           PIC X(56).
       01  CT-HIST REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(38).
           05  CTH-N1            PIC 9(02)V9(01).
           05  CTH-N2            PIC 9(02)V9(01).
           05  CTH-N3            PIC 9(02)V9(01).
           05  CTH-N4            PIC 9(02)V9(01).
           05  CTH-MEDIA-BIM     PIC 9(02)V9(01).
           05  FILLER            PIC X(03).
       01  CT-MATAN REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(24).
           05  CTA-MEDIA-ANUAL   PIC 9(02)V9(01).
           05  FILLER            PIC X(29).
       01  CT-MATFIN REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(24).
           05  CTF-MEDIA-ANUAL   PIC 9(02)V9(01).
           05  CTF-NOTA-RECUP    PIC 9(02)V9(01).
           05  CTF-MEDIA-FINAL   PIC 9(02)V9(01).
           05  FILLER            PIC X(23).
       01  CT-CAD REDEFINES CT-REGISTRO.
           05  CTC-MATRICULA     PIC 9(05).
           05  FILLER            PIC X(51).
       01  CT-ALUNO REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(33).
           05  CTL-N1            PIC 9(02)V9(01).
           05  CTL-N2            PIC 9(02)V9(01).
           05  CTL-N3            PIC 9(02)V9(01).
           05  CTL-N4            PIC 9(02)V9(01).
           05  FILLER            PIC X(11).
       01  CT-ARQ REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(11).
           05  CTQ-TIPO          PIC X(01).
           05  CTQ-DADOS         PIC X(44).
       01  CT-ARQ-HIST REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(41).
           05  CTQH-N1           PIC 9(02)V9(01).
           05  CTQH-N2           PIC 9(02)V9(01).
           05  CTQH-N3           PIC 9(02)V9(01).
           05  CTQH-N4           PIC 9(02)V9(01).
           05  CTQH-MEDIA-BIM    PIC 9(02)V9(01).
       01  CT-ARQ-ANUAL REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(27).
           05  CTQA-MEDIA-ANUAL  PIC 9(02)V9(01).
           05  FILLER            PIC X(26).
       01  CT-ARQ-RECUP REDEFINES CT-REGISTRO.
           05  FILLER            PIC X(12).
           05  CTQR-NOTA-RECUP   PIC 9(02)V9(01).
           05  FILLER            PIC X(41).
