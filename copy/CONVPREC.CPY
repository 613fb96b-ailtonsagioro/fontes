      ******************************************************************
      * CONVPREC.CPY
      * Cartao da emissao das convocacoes de responsaveis (CONVPARM),
      * lido pelo PROGRAMA26. CV-ORIGEM escolhe os extratos a
      * convocar: "R" alunos em risco (PROGRAMA12), "A" ausentes da
      * recuperacao (PROGRAMA03), "C" resultado do conselho
      * (PROGRAMA10) ou brancos para todos. A data (DD/MM/AAAA) e a
      * hora (HH:MM) da reuniao sao obrigatorias; CV-LOCAL em brancos
      * convoca para a secretaria da escola do aluno.
      *
      * Mod history:
      *   2026-10-15 JAS  Layout original.
      ******************************************************************
       01  CONVP-REC.
           05  CV-ORIGEM         PIC X(01).
               88  CV-TODAS-ORIGENS        VALUE SPACE.
               88  CV-ORIGEM-VALIDA        VALUE SPACE "R" "A" "C".
           05  CV-DATA-REUNIAO.
               10  CV-REU-DD         PIC X(02).
               10  CV-REU-BARRA-1    PIC X(01).
               10  CV-REU-MM         PIC X(02).
               10  CV-REU-BARRA-2    PIC X(01).
               10  CV-REU-AAAA       PIC X(04).
           05  CV-HORA-REUNIAO.
               10  CV-REU-HH         PIC X(02).
               10  CV-REU-DOIS-PONTOS PIC X(01).
               10  CV-REU-MI         PIC X(02).
           05  CV-LOCAL          PIC X(40).
