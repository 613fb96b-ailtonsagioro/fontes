000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    RELATORIO MENSAL DE AUDITORIA PARA A DIRECAO. OS
000070*             EVENTOS SENSIVEIS JA FICAM REGISTRADOS, MAS EM
000080*             QUATRO LUGARES QUE NINGUEM LE: O RETLOG (IMAGEM
000090*             ANTERIOR E NOVA DE CADA RETIFICACAO DO
000100*             PROGRAMA09), O CONSELHO (DELIBERACOES APLICADAS
000110*             PELO PROGRAMA10), O AUDITLOG (LIBERACOES DE
000120*             RERODADA PELO PM-LIBERA-RERUN) E O RUNCTL (INICIO,
000130*             FIM E RETURN CODE DE CADA EXECUCAO). ESTE PROGRAMA
000140*             LE O CARTAO AUDITPER (PERIODO DD/MM/AAAA A
000150*             DD/MM/AAAA E ESCOLA, 00 = REDE; SEM CARTAO, O MES
000160*             CORRENTE DA REDE) E IMPRIME NO RELAUDIT, EM ORDEM
000170*             CRONOLOGICA DENTRO DE CADA SECAO:
000180*             1 - NOTAS ALTERADAS APOS O FECHAMENTO DO BIMESTRE,
000190*                 POR ESCOLA/TURMA/DISCIPLINA, COM A MEDIA
000200*                 ANTERIOR E A NOVA E SE A MUDANCA FEZ O ALUNO
000210*                 CRUZAR A NOTA DE CORTE DA DISCIPLINA (BARALHO
000220*                 PARAMETROS); A TURMA E A ESCOLA VEM DO
000230*                 CADASTRO;
000240*             2 - ALUNOS PROMOVIDOS PELO CONSELHO, POR MOTIVO -
000250*                 SO A DELIBERACAO QUE O MATFINAL MOSTRA
000260*                 APLICADA (ORIGEM "C");
000270*             3 - EXECUCOES LIBERADAS COM PM-LIBERA-RERUN;
000280*             4 - EXECUCOES COM RN-RETCODE DIFERENTE DE ZERO OU
000290*                 QUE NUNCA GRAVARAM O REGISTRO "F".
000300*             AS SECOES 3 E 4 SAO DA REDE (A CADEIA PROCESSA
000310*             TODAS AS ESCOLAS NUMA SO EXECUCAO). FECHA COM UMA
000320*             PAGINA DE RESUMO PARA A DIRECAO ASSINAR E
000330*             ENCAMINHAR A SECRETARIA DE EDUCACAO. SO LEITURA:
000340*             NENHUM ARQUIVO DA CADEIA E ALTERADO.
000350* TECTONICS.  cobc -x programa23.cbl
000360*
000370* MODIFICATION HISTORY.
000380*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000390*   2026-10-15 JAS  A TABELA DE EXECUCOES PENDENTES GUARDA UMA
000400*                   ENTRADA POR PROGRAMA, COM A CHAVE DE "I"
000410*                   PENDENTE, E NAO MAIS UMA POR EXECUCAO. TABELA
000420*                   CHEIA SAI COM RETURN-CODE 8.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PROGRAMA23.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PER-FILE ASSIGN TO AUDITPER
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PER-STATUS.
000520     SELECT PARM-FILE ASSIGN TO PARAMETROS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT ESC-FILE ASSIGN TO ESCOLAS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ESCOLAS-STATUS.
000580     SELECT CAD-FILE ASSIGN TO CADASTRO
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CD-MATRICULA
000620         FILE STATUS IS WS-CAD-STATUS.
000630     SELECT RETLOG-FILE ASSIGN TO RETLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RETLOG-STATUS.
000660     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-MATFIN-STATUS.
000690     SELECT CONS-FILE ASSIGN TO CONSELHO
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CONS-STATUS.
000720     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-AUDIT-STATUS.
000750     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNCTL-STATUS.
000780     SELECT RETWK-FILE ASSIGN TO RETWK
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RETWK-STATUS.
000810     SELECT SORT-RET-FILE ASSIGN TO "SORTWK14".
000820     SELECT RETORD-FILE ASSIGN TO RETORD
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RETORD-STATUS.
000850     SELECT CNSWK-FILE ASSIGN TO CNSWK
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CNSWK-STATUS.
000880     SELECT SORT-CNS-FILE ASSIGN TO "SORTWK15".
000890     SELECT CNSORD-FILE ASSIGN TO CNSORD
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-CNSORD-STATUS.
000920     SELECT RUNWK-FILE ASSIGN TO RUNWK
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RUNWK-STATUS.
000950     SELECT SORT-RUN-FILE ASSIGN TO "SORTWK16".
000960     SELECT RUNORD-FILE ASSIGN TO RUNORD
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RUNORD-STATUS.
000990     SELECT RELAUDIT-FILE ASSIGN TO RELAUDIT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RELAUDIT-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PER-FILE
001050     RECORD CONTAINS 22 CHARACTERS.
001060     COPY AUDPERREC.
001070 FD  PARM-FILE
001080     RECORD CONTAINS 34 CHARACTERS.
001090     COPY PARMREC.
001100 FD  ESC-FILE
001110     RECORD CONTAINS 32 CHARACTERS.
001120     COPY ESCREC.
001130 FD  CAD-FILE
001140     RECORD CONTAINS 32 CHARACTERS.
001150     COPY CADREC.
001160*-----------------------------------------------------------------
001170* LINHA DO LOG DE RETIFICACOES GRAVADA PELO PROGRAMA09: SO A
001180* DATA, A HORA, A CHAVE, AS DUAS MEDIAS E O MOTIVO INTERESSAM;
001190* AS NOTAS N1-N4 DAS DUAS IMAGENS FICAM NOS FILLERS.
001200*-----------------------------------------------------------------
001210 FD  RETLOG-FILE
001220     RECORD CONTAINS 118 CHARACTERS.
001230 01  LG-REC.
001240     05  LG-DATA           PIC X(10).
001250     05  FILLER            PIC X(01).
001260     05  LG-HORA           PIC X(08).
001270     05  FILLER            PIC X(01).
001280     05  LG-MATRICULA      PIC 9(05).
001290     05  FILLER            PIC X(01).
001300     05  LG-DISCIPLINA     PIC X(03).
001310     05  FILLER            PIC X(05).
001320     05  LG-BIMESTRE       PIC 9(01).
001330     05  FILLER            PIC X(26).
001340     05  LG-ANT-MEDIA      PIC Z9.9.
001350     05  FILLER            PIC X(28).
001360     05  LG-NOV-MEDIA      PIC Z9.9.
001370     05  FILLER            PIC X(01).
001380     05  LG-MOTIVO         PIC X(20).
001390 FD  MATFIN-FILE
001400     RECORD CONTAINS 40 CHARACTERS.
001410     COPY MATFINREC.
001420 FD  CONS-FILE
001430     RECORD CONTAINS 18 CHARACTERS.
001440     COPY CONSREC.
001450 FD  AUDIT-FILE
001460     RECORD CONTAINS 113 CHARACTERS.
001470 01  AU-LINHA                 PIC X(113).
001480 FD  RUNCTL-FILE
001490     RECORD CONTAINS 36 CHARACTERS.
001500     COPY RUNREC.
001510*-----------------------------------------------------------------
001520* RETIFICACOES DO PERIODO, ORDENADAS POR ESCOLA/TURMA/DISCIPLINA
001530* E, DENTRO DELAS, POR DATA E HORA.
001540*-----------------------------------------------------------------
001550 FD  RETWK-FILE
001560     RECORD CONTAINS 91 CHARACTERS.
001570 01  RW-REC.
001580     05  RW-ESCOLA         PIC 9(02).
001590     05  RW-TURMA          PIC X(10).
001600     05  RW-DISCIPLINA     PIC X(03).
001610     05  RW-DATA-CHAVE     PIC 9(08).
001620     05  RW-HORA           PIC X(08).
001630     05  RW-MATRICULA      PIC 9(05).
001640     05  RW-NOME-ALUNO     PIC X(15).
001650     05  RW-BIMESTRE       PIC 9(01).
001660     05  RW-ANT-MEDIA      PIC 9(02)V9(01).
001670     05  RW-NOV-MEDIA      PIC 9(02)V9(01).
001680     05  RW-CORTE          PIC 9(02)V9(01).
001690     05  RW-DATA           PIC X(10).
001700     05  RW-MOTIVO         PIC X(20).
001710 SD  SORT-RET-FILE.
001720 01  SORT-RET-REC.
001730     05  SR-ESCOLA         PIC 9(02).
001740     05  SR-TURMA          PIC X(10).
001750     05  SR-DISCIPLINA     PIC X(03).
001760     05  SR-DATA-CHAVE     PIC 9(08).
001770     05  SR-HORA           PIC X(08).
001780     05  SR-MATRICULA      PIC 9(05).
001790     05  SR-RESTO          PIC X(55).
001800 FD  RETORD-FILE
001810     RECORD CONTAINS 91 CHARACTERS.
001820 01  RO-REC.
001830     05  RO-ESCOLA         PIC 9(02).
001840     05  RO-TURMA          PIC X(10).
001850     05  RO-DISCIPLINA     PIC X(03).
001860     05  RO-DATA-CHAVE     PIC 9(08).
001870     05  RO-HORA           PIC X(08).
001880     05  RO-MATRICULA      PIC 9(05).
001890     05  RO-NOME-ALUNO     PIC X(15).
001900     05  RO-BIMESTRE       PIC 9(01).
001910     05  RO-ANT-MEDIA      PIC 9(02)V9(01).
001920     05  RO-NOV-MEDIA      PIC 9(02)V9(01).
001930     05  RO-CORTE          PIC 9(02)V9(01).
001940     05  RO-DATA           PIC X(10).
001950     05  RO-MOTIVO         PIC X(20).
001960*-----------------------------------------------------------------
001970* PROMOCOES DO CONSELHO DO PERIODO, ORDENADAS POR MOTIVO E, DENTRO
001980* DO MOTIVO, POR DATA DA SESSAO.
001990*-----------------------------------------------------------------
002000 FD  CNSWK-FILE
002010     RECORD CONTAINS 49 CHARACTERS.
002020 01  KW-REC.
002030     05  KW-MOTIVO         PIC X(02).
002040     05  KW-DATA-CHAVE     PIC 9(08).
002050     05  KW-MATRICULA      PIC 9(05).
002060     05  KW-DATA           PIC X(10).
002070     05  KW-NOME-ALUNO     PIC X(15).
002080     05  KW-ESCOLA         PIC 9(02).
002090     05  KW-ANO            PIC 9(04).
002100     05  KW-MEDIA          PIC 9(02)V9(01).
002110 SD  SORT-CNS-FILE.
002120 01  SORT-CNS-REC.
002130     05  SK-MOTIVO         PIC X(02).
002140     05  SK-DATA-CHAVE     PIC 9(08).
002150     05  SK-MATRICULA      PIC 9(05).
002160     05  SK-RESTO          PIC X(34).
002170 FD  CNSORD-FILE
002180     RECORD CONTAINS 49 CHARACTERS.
002190 01  KO-REC.
002200     05  KO-MOTIVO         PIC X(02).
002210     05  KO-DATA-CHAVE     PIC 9(08).
002220     05  KO-MATRICULA      PIC 9(05).
002230     05  KO-DATA           PIC X(10).
002240     05  KO-NOME-ALUNO     PIC X(15).
002250     05  KO-ESCOLA         PIC 9(02).
002260     05  KO-ANO            PIC 9(04).
002270     05  KO-MEDIA          PIC 9(02)V9(01).
002280*-----------------------------------------------------------------
002290* EXECUCOES COM OCORRENCIA (RC DIFERENTE DE ZERO OU SEM "F"),
002300* ORDENADAS PELA DATA E HORA DO INICIO.
002310*-----------------------------------------------------------------
002320 FD  RUNWK-FILE
002330     RECORD CONTAINS 99 CHARACTERS.
002340 01  XW-REC.
002350     05  XW-DATA-CHAVE     PIC 9(08).
002360     05  XW-HORA           PIC X(08).
002370     05  XW-PROGRAMA       PIC X(10).
002380     05  XW-ANO            PIC 9(04).
002390     05  XW-BIMESTRE       PIC 9(01).
002400     05  XW-DATA-INI       PIC X(10).
002410     05  XW-HORA-INI       PIC X(08).
002420     05  XW-DATA-FIM       PIC X(10).
002430     05  XW-HORA-FIM       PIC X(08).
002440     05  XW-RETCODE        PIC X(02).
002450     05  XW-OCORRENCIA     PIC X(30).
002460 SD  SORT-RUN-FILE.
002470 01  SORT-RUN-REC.
002480     05  SX-DATA-CHAVE     PIC 9(08).
002490     05  SX-HORA           PIC X(08).
002500     05  SX-RESTO          PIC X(83).
002510 FD  RUNORD-FILE
002520     RECORD CONTAINS 99 CHARACTERS.
002530 01  XO-REC.
002540     05  XO-DATA-CHAVE     PIC 9(08).
002550     05  XO-HORA           PIC X(08).
002560     05  XO-PROGRAMA       PIC X(10).
002570     05  XO-ANO            PIC 9(04).
002580     05  XO-BIMESTRE       PIC 9(01).
002590     05  XO-DATA-INI       PIC X(10).
002600     05  XO-HORA-INI       PIC X(08).
002610     05  XO-DATA-FIM       PIC X(10).
002620     05  XO-HORA-FIM       PIC X(08).
002630     05  XO-RETCODE        PIC X(02).
002640     05  XO-OCORRENCIA     PIC X(30).
002650 FD  RELAUDIT-FILE
002660     RECORD CONTAINS 132 CHARACTERS.
002670 01  RL16-LINHA                PIC X(132).
002680 WORKING-STORAGE SECTION.
002690*-----------------------------------------------------------------
002700* CHAVES E CONTADORES DE CONTROLE
002710*-----------------------------------------------------------------
002720 77  WS-PER-STATUS         PIC X(02) VALUE "00".
002730     88  PER-OK                      VALUE "00".
002740 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
002750     88  PARM-OK                     VALUE "00".
002760 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002770     88  ESCOLAS-OK                  VALUE "00".
002780 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
002790     88  CAD-OK                      VALUE "00".
002800 77  WS-RETLOG-STATUS      PIC X(02) VALUE "00".
002810     88  RETLOG-OK                   VALUE "00".
002820 77  WS-MATFIN-STATUS      PIC X(02) VALUE "00".
002830     88  MATFIN-OK                   VALUE "00".
002840 77  WS-CONS-STATUS        PIC X(02) VALUE "00".
002850     88  CONS-OK                     VALUE "00".
002860 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
002870     88  AUDIT-OK                    VALUE "00".
002880 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002890     88  RUNCTL-OK                   VALUE "00".
002900 77  WS-RETWK-STATUS       PIC X(02) VALUE "00".
002910     88  RETWK-OK                    VALUE "00".
002920 77  WS-RETORD-STATUS      PIC X(02) VALUE "00".
002930     88  RETORD-OK                   VALUE "00".
002940 77  WS-CNSWK-STATUS       PIC X(02) VALUE "00".
002950     88  CNSWK-OK                    VALUE "00".
002960 77  WS-CNSORD-STATUS      PIC X(02) VALUE "00".
002970     88  CNSORD-OK                   VALUE "00".
002980 77  WS-RUNWK-STATUS       PIC X(02) VALUE "00".
002990     88  RUNWK-OK                    VALUE "00".
003000 77  WS-RUNORD-STATUS      PIC X(02) VALUE "00".
003010     88  RUNORD-OK                   VALUE "00".
003020 77  WS-RELAUDIT-STATUS    PIC X(02) VALUE "00".
003030     88  RELAUDIT-OK                 VALUE "00".
003040 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
003050     88  FIM-ARQUIVO                 VALUE "S".
003060 77  WS-FIM-PARM           PIC X(01) VALUE "N".
003070     88  FIM-PARM                    VALUE "S".
003080 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
003090     88  FIM-ESCOLAS                 VALUE "S".
003100 77  WS-FIM-MATFIN         PIC X(01) VALUE "N".
003110     88  FIM-MATFIN                  VALUE "S".
003120 77  WS-ERRO-AUDITORIA     PIC X(01) VALUE "N".
003130     88  ERRO-AUDITORIA              VALUE "S".
003140 77  WS-RELAT-ABERTO       PIC X(01) VALUE "N".
003150     88  RELAT-ABERTO                VALUE "S".
003160 77  WS-CAD-ABERTO         PIC X(01) VALUE "N".
003170     88  CAD-ABERTO                  VALUE "S".
003180*-----------------------------------------------------------------
003190* PERIODO E ESCOLA DO RELATORIO (CARTAO AUDITPER). AS DATAS DOS
003200* LOGS SAO DD/MM/AAAA; A COMPARACAO E FEITA SOBRE A CHAVE
003210* AAAAMMDD MONTADA PELO 9200-CONVERTE-DATA.
003220*-----------------------------------------------------------------
003230 77  WS-DATA-INICIO        PIC X(10) VALUE SPACES.
003240 77  WS-DATA-FIM           PIC X(10) VALUE SPACES.
003250 77  WS-CHAVE-INICIO       PIC 9(08) VALUE ZEROS.
003260 77  WS-CHAVE-FIM          PIC 9(08) VALUE ZEROS.
003270 77  WS-ESCOLA-FILTRO      PIC 9(02) VALUE ZEROS.
003280     88  FILTRO-REDE                 VALUE ZEROS.
003290 77  WS-ULTIMO-DIA         PIC 9(02) VALUE ZEROS.
003300 77  WS-ANO-QUOC           PIC 9(04) VALUE ZEROS.
003310 77  WS-ANO-RESTO          PIC 9(02) VALUE ZEROS.
003320 01  WS-DIAS-MES-VALORES   PIC X(24)
003330         VALUE "312831303130313130313031".
003340 01  WS-DIAS-MES-TABELA REDEFINES WS-DIAS-MES-VALORES.
003350     05  WS-DIAS-MES       PIC 9(02) OCCURS 12 TIMES.
003360 01  WS-CONV-DATA.
003370     05  WCV-DD            PIC X(02).
003380     05  WCV-BARRA-1       PIC X(01).
003390     05  WCV-MM            PIC X(02).
003400     05  WCV-BARRA-2       PIC X(01).
003410     05  WCV-AAAA          PIC X(04).
003420 01  WS-CONV-CHAVE-X.
003430     05  WCK-AAAA          PIC X(04).
003440     05  WCK-MM            PIC X(02).
003450     05  WCK-DD            PIC X(02).
003460 01  WS-CONV-CHAVE REDEFINES WS-CONV-CHAVE-X PIC 9(08).
003470*-----------------------------------------------------------------
003480* NOTA DE CORTE, DO BARALHO PARAMETROS: A GERAL E A TABELA POR
003490* DISCIPLINA, COM A MESMA CRITICA DO PROGRAMA01, PARA O "CRUZOU
003500* O CORTE" SAIR COM O CORTE QUE O FECHAMENTO USOU.
003510*-----------------------------------------------------------------
003520 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
003530 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE 07.
003540 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
003550 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
003560 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
003570     88  PRM-ACHOU                   VALUE "S".
003580 01  WS-PARM-TABELA.
003590     05  WS-PRM-ENT OCCURS 10 TIMES.
003600         10  WS-PRM-DISCIPLINA PIC X(03).
003610         10  WS-PRM-CORTE      PIC 9(02)V9(01).
003620*-----------------------------------------------------------------
003630* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA O NOME NO CABECALHO.
003640*-----------------------------------------------------------------
003650 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
003660 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
003670 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
003680 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
003690 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
003700     88  ESCT-ACHOU                  VALUE "S".
003710 01  WS-ESCOLAS-TABELA.
003720     05  WS-ESCT-ENT OCCURS 10 TIMES.
003730         10  WS-ESCT-CODIGO    PIC 9(02).
003740         10  WS-ESCT-NOME      PIC X(30).
003750*-----------------------------------------------------------------
003760* SECAO 1 - QUEBRA POR ESCOLA/TURMA/DISCIPLINA E TOTAIS
003770*-----------------------------------------------------------------
003780 77  WS-TEM-GRUPO          PIC X(01) VALUE "N".
003790     88  TEM-GRUPO                   VALUE "S".
003800 77  WS-GRP-ESCOLA         PIC 9(02) VALUE ZEROS.
003810 77  WS-GRP-TURMA          PIC X(10) VALUE SPACES.
003820 77  WS-GRP-DISCIPLINA     PIC X(03) VALUE SPACES.
003830 77  WS-GRP-ALTERACOES     PIC 9(05) VALUE ZEROS.
003840 77  WS-GRP-SUBIU          PIC 9(05) VALUE ZEROS.
003850 77  WS-GRP-DESCEU         PIC 9(05) VALUE ZEROS.
003860 77  WS-CAD-ACHOU          PIC X(01) VALUE "N".
003870     88  CAD-ACHOU                   VALUE "S".
003880 77  WS-ANT-MEDIA          PIC 9(02)V9(01) VALUE ZEROS.
003890 77  WS-NOV-MEDIA          PIC 9(02)V9(01) VALUE ZEROS.
003900 77  WS-TOT-RETIF          PIC 9(05) VALUE ZEROS.
003910 77  WS-TOT-SUBIU          PIC 9(05) VALUE ZEROS.
003920 77  WS-TOT-DESCEU         PIC 9(05) VALUE ZEROS.
003930 77  WS-TOT-SEM-CAD        PIC 9(05) VALUE ZEROS.
003940*-----------------------------------------------------------------
003950* SECAO 2 - ALUNOS DO MATFINAL PROMOVIDOS PELO CONSELHO (ORIGEM
003960* "C"): E O QUE PROVA QUE A DELIBERACAO FOI APLICADA. QUEBRA POR
003970* MOTIVO E TABELA DOS MOTIVOS PARA O RESUMO.
003980*-----------------------------------------------------------------
003990 77  WS-MFC-QTD            PIC 9(03) VALUE ZEROS.
004000 77  WS-MFC-IDX            PIC 9(03) VALUE ZEROS.
004010 77  WS-MFC-ACHOU          PIC X(01) VALUE "N".
004020     88  MFC-ACHOU                   VALUE "S".
004030 01  WS-MATFIN-TABELA.
004040     05  WS-MFC-ENT OCCURS 500 TIMES.
004050         10  WS-MFC-MATRICULA  PIC 9(05).
004060         10  WS-MFC-ANO        PIC 9(04).
004070         10  WS-MFC-NOME       PIC X(15).
004080         10  WS-MFC-ESCOLA     PIC 9(02).
004090         10  WS-MFC-MEDIA      PIC 9(02)V9(01).
004100 77  WS-TEM-MOTIVO         PIC X(01) VALUE "N".
004110     88  TEM-MOTIVO                  VALUE "S".
004120 77  WS-MOTIVO-ATUAL       PIC X(02) VALUE SPACES.
004130 77  WS-MOT-QTD            PIC 9(02) VALUE ZEROS.
004140 77  WS-MOT-IDX            PIC 9(02) VALUE ZEROS.
004150 01  WS-MOTIVO-TABELA.
004160     05  WS-MOT-ENT OCCURS 20 TIMES.
004170         10  WS-MOT-CODIGO     PIC X(02).
004180         10  WS-MOT-QTD-ALUNOS PIC 9(05).
004190 77  WS-TOT-CONSELHO       PIC 9(05) VALUE ZEROS.
004200 77  WS-TOT-NAO-APLIC      PIC 9(05) VALUE ZEROS.
004210 77  WS-TOT-DATA-INV       PIC 9(05) VALUE ZEROS.
004220*-----------------------------------------------------------------
004230* SECOES 3 E 4 - LIBERACOES E EXECUCOES. O RUNCTL E GRAVADO EM
004240* ORDEM DE EXECUCAO; CADA "I" FICA PENDENTE ATE O "F" DO MESMO
004250* PROGRAMA. UM NOVO "I" DO PROGRAMA COM O ANTERIOR AINDA PENDENTE
004260* (OU O FIM DO ARQUIVO) QUER DIZER QUE A EXECUCAO ANTERIOR NUNCA
004270* GRAVOU O "F". UMA ENTRADA POR PROGRAMA, REAPROVEITADA A CADA
004280* "I"; A CHAVE WS-PEN-ABERTA DIZ SE HA UM "I" SEM O "F".
004290*-----------------------------------------------------------------
004300 77  WS-PEN-QTD            PIC 9(02) VALUE ZEROS.
004310 77  WS-PEN-IDX            PIC 9(02) VALUE ZEROS.
004320 77  WS-PEN-ACHOU          PIC X(01) VALUE "N".
004330     88  PEN-ACHOU                   VALUE "S".
004340 01  WS-PENDENTE-TABELA.
004350     05  WS-PEN-ENT OCCURS 30 TIMES.
004360         10  WS-PEN-PROGRAMA   PIC X(10).
004370         10  WS-PEN-ANO        PIC 9(04).
004380         10  WS-PEN-BIMESTRE   PIC 9(01).
004390         10  WS-PEN-DATA       PIC X(10).
004400         10  WS-PEN-HORA       PIC X(08).
004410         10  WS-PEN-CHAVE      PIC 9(08).
004420         10  WS-PEN-ABERTA     PIC X(01).
004430             88  PEN-ABERTA              VALUE "S".
004440 77  WS-TOT-LIBERACOES     PIC 9(05) VALUE ZEROS.
004450 77  WS-TOT-EXECUCOES      PIC 9(05) VALUE ZEROS.
004460 77  WS-TOT-RC-ERRO        PIC 9(05) VALUE ZEROS.
004470 77  WS-TOT-SEM-FIM        PIC 9(05) VALUE ZEROS.
004480 77  WS-TOT-OCORRENCIAS    PIC 9(05) VALUE ZEROS.
004490 77  WS-TOT-AUSENTES       PIC 9(02) VALUE ZEROS.
004500*-----------------------------------------------------------------
004510* DATA DO SISTEMA, PARA O CABECALHO E O PERIODO DEFAULT
004520*-----------------------------------------------------------------
004530 01  WS-DATA-AAAAMMDD.
004540     05  WS-DATA-AAAA      PIC 9(04).
004550     05  WS-DATA-MM        PIC 9(02).
004560     05  WS-DATA-DD        PIC 9(02).
004570 01  WS-DATA-FORMATADA     PIC X(10).
004580*-----------------------------------------------------------------
004590* LINHAS DO RELATORIO DE AUDITORIA (RELAUDIT)
004600*-----------------------------------------------------------------
004610     COPY REL16LINE.
004620 PROCEDURE DIVISION.
004630*-----------------------------------------------------------------
004640 0000-MAINLINE.
004650     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
004660     IF NOT ERRO-AUDITORIA
004670        PERFORM 2000-SECAO-RETIFICACOES THRU
004680            2000-SECAO-RETIFICACOES-EXIT
004690        PERFORM 3000-SECAO-CONSELHO THRU
004700            3000-SECAO-CONSELHO-EXIT
004710        PERFORM 4000-SECAO-LIBERACOES THRU
004720            4000-SECAO-LIBERACOES-EXIT
004730        PERFORM 5000-SECAO-EXECUCOES THRU
004740            5000-SECAO-EXECUCOES-EXIT
004750        PERFORM 7000-IMPRIME-RESUMO
004760     END-IF.
004770     PERFORM 8000-FINALIZA.
004780     STOP RUN.
004790*-----------------------------------------------------------------
004800* CARREGA ESCOLAS E PARAMETROS, LE O PERIODO, ABRE O CADASTRO
004810* (SO PARA A TURMA E O NOME DA SECAO 1) E O RELATORIO.
004820*-----------------------------------------------------------------
004830 1000-INICIALIZA.
004840     DISPLAY "INICIO DO PROGRAMA23".
004850     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
004860     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
004870     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
004880     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
004890     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
004900     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
004910     PERFORM 1075-CARREGA-ESCOLAS THRU
004920         1075-CARREGA-ESCOLAS-EXIT.
004930     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
004940     PERFORM 1020-LE-PERIODO THRU 1020-LE-PERIODO-EXIT.
004950     IF ERRO-AUDITORIA
004960        GO TO 1000-INICIALIZA-EXIT
004970     END-IF.
004980     OPEN INPUT CAD-FILE.
004990     IF CAD-OK
005000        MOVE "S" TO WS-CAD-ABERTO
005010     ELSE
005020        DISPLAY "CADASTRO NAO ENCONTRADO - STATUS "
005030                WS-CAD-STATUS " - RETIFICACOES SEM TURMA"
005040     END-IF.
005050     OPEN OUTPUT RELAUDIT-FILE.
005060     IF NOT RELAUDIT-OK
005070        DISPLAY "ERRO AO ABRIR RELAUDIT - STATUS "
005080                WS-RELAUDIT-STATUS
005090        MOVE "S" TO WS-ERRO-AUDITORIA
005100        GO TO 1000-INICIALIZA-EXIT
005110     END-IF.
005120     MOVE "S" TO WS-RELAT-ABERTO.
005130     MOVE WS-DATA-INICIO    TO W16C1-INICIO.
005140     MOVE WS-DATA-FIM       TO W16C1-FIM.
005150     MOVE WS-DATA-FORMATADA TO W16C1-DATA.
005160     MOVE SPACES TO W16C2-ESCOLA.
005170     IF FILTRO-REDE
005180        MOVE "00 - TODAS AS ESCOLAS DA REDE" TO W16C2-ESCOLA
005190     ELSE
005200        MOVE WS-ESCOLA-FILTRO TO WS-ESCOLA-ATUAL
005210        PERFORM 9100-PROCURA-ESCOLA THRU
005220            9100-PROCURA-ESCOLA-EXIT
005230        STRING WS-ESCOLA-FILTRO " - " WS-NOME-ESCOLA
005240            DELIMITED BY SIZE INTO W16C2-ESCOLA
005250     END-IF.
005260     WRITE RL16-LINHA FROM WS16-CAB-1-LINHA
005270         AFTER ADVANCING 1 LINE.
005280     WRITE RL16-LINHA FROM WS16-CAB-2-LINHA
005290         AFTER ADVANCING 1 LINE.
005300 1000-INICIALIZA-EXIT. EXIT.
005310*-----------------------------------------------------------------
005320* CARTAO AUDITPER. SEM CARTAO: DO DIA 01 AO ULTIMO DIA DO MES
005330* CORRENTE, REDE INTEIRA. CARTAO COM DATA INVALIDA OU PERIODO
005340* INVERTIDO NAO GERA RELATORIO (RETURN-CODE 8).
005350*-----------------------------------------------------------------
005360 1020-LE-PERIODO.
005370     OPEN INPUT PER-FILE.
005380     IF NOT PER-OK
005390        DISPLAY "AUDITPER NAO ENCONTRADO - STATUS "
005400                WS-PER-STATUS " - MES CORRENTE DA REDE"
005410        PERFORM 1030-PERIODO-DEFAULT
005420        GO TO 1020-LE-PERIODO-EXIT
005430     END-IF.
005440     READ PER-FILE
005450         AT END
005460            DISPLAY "AUDITPER VAZIO - MES CORRENTE DA REDE"
005470            CLOSE PER-FILE
005480            PERFORM 1030-PERIODO-DEFAULT
005490            GO TO 1020-LE-PERIODO-EXIT
005500     END-READ.
005510     CLOSE PER-FILE.
005520     MOVE AP-DATA-INICIO TO WS-DATA-INICIO.
005530     MOVE AP-DATA-FIM    TO WS-DATA-FIM.
005540     MOVE WS-DATA-INICIO TO WS-CONV-DATA.
005550     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
005560     MOVE WS-CONV-CHAVE  TO WS-CHAVE-INICIO.
005570     MOVE WS-DATA-FIM    TO WS-CONV-DATA.
005580     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
005590     MOVE WS-CONV-CHAVE  TO WS-CHAVE-FIM.
005600     IF WS-CHAVE-INICIO = ZEROS OR WS-CHAVE-FIM = ZEROS
005610        OR WS-CHAVE-INICIO > WS-CHAVE-FIM
005620        DISPLAY "CARTAO AUDITPER COM PERIODO INVALIDO: "
005630                AP-DATA-INICIO " A " AP-DATA-FIM
005640        MOVE "S" TO WS-ERRO-AUDITORIA
005650        GO TO 1020-LE-PERIODO-EXIT
005660     END-IF.
005670     IF AP-ESCOLA IS NOT NUMERIC
005680        DISPLAY "CARTAO AUDITPER COM ESCOLA INVALIDA: "
005690                AP-ESCOLA
005700        MOVE "S" TO WS-ERRO-AUDITORIA
005710        GO TO 1020-LE-PERIODO-EXIT
005720     END-IF.
005730     MOVE AP-ESCOLA TO WS-ESCOLA-FILTRO.
005740     DISPLAY "PERIODO DA AUDITORIA: " WS-DATA-INICIO " A "
005750             WS-DATA-FIM " ESCOLA " WS-ESCOLA-FILTRO.
005760 1020-LE-PERIODO-EXIT. EXIT.
005770*-----------------------------------------------------------------
005780 1030-PERIODO-DEFAULT.
005790     MOVE WS-DIAS-MES (WS-DATA-MM) TO WS-ULTIMO-DIA.
005800     IF WS-DATA-MM = 02
005810        DIVIDE WS-DATA-AAAA BY 4 GIVING WS-ANO-QUOC
005820            REMAINDER WS-ANO-RESTO
005830        IF WS-ANO-RESTO = ZEROS
005840           MOVE 29 TO WS-ULTIMO-DIA
005850        END-IF
005860     END-IF.
005870     MOVE WS-DATA-FORMATADA TO WS-DATA-INICIO WS-DATA-FIM.
005880     MOVE "01"          TO WS-DATA-INICIO (1:2).
005890     MOVE WS-ULTIMO-DIA TO WS-DATA-FIM (1:2).
005900     MOVE WS-DATA-AAAA  TO WS-CHAVE-INICIO (1:4)
005910                           WS-CHAVE-FIM (1:4).
005920     MOVE WS-DATA-MM    TO WS-CHAVE-INICIO (5:2)
005930                           WS-CHAVE-FIM (5:2).
005940     MOVE "01"          TO WS-CHAVE-INICIO (7:2).
005950     MOVE WS-ULTIMO-DIA TO WS-CHAVE-FIM (7:2).
005960     MOVE ZEROS TO WS-ESCOLA-FILTRO.
005970*-----------------------------------------------------------------
005980 1050-LE-PARAMETROS.
005990     OPEN INPUT PARM-FILE.
006000     IF NOT PARM-OK
006010        DISPLAY "PARAMETROS NAO ENCONTRADO - CORTE "
006020                WS-NOTA-CORTE " PARA TODAS AS DISCIPLINAS"
006030        GO TO 1050-LE-PARAMETROS-EXIT
006040     END-IF.
006050     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
006060         UNTIL FIM-PARM.
006070     CLOSE PARM-FILE.
006080 1050-LE-PARAMETROS-EXIT. EXIT.
006090*-----------------------------------------------------------------
006100 1055-LE-CARTAO-PARM.
006110     READ PARM-FILE
006120         AT END
006130            MOVE "S" TO WS-FIM-PARM
006140            GO TO 1055-LE-CARTAO-PARM-EXIT
006150     END-READ.
006160     IF PM-DISCIPLINA = SPACES
006170        IF PM-NOTA-CORTE IS NUMERIC
006180           MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
006190        END-IF
006200        GO TO 1055-LE-CARTAO-PARM-EXIT
006210     END-IF.
006220     IF PM-NOTA-CORTE IS NOT NUMERIC
006230        OR PM-PESO-N1 IS NOT NUMERIC
006240        OR PM-PESO-N2 IS NOT NUMERIC
006250        OR PM-PESO-N3 IS NOT NUMERIC
006260        OR PM-PESO-N4 IS NOT NUMERIC
006270        OR PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
006280           NOT = 100
006290        GO TO 1055-LE-CARTAO-PARM-EXIT
006300     END-IF.
006310     IF WS-PRM-QTD >= 10
006320        GO TO 1055-LE-CARTAO-PARM-EXIT
006330     END-IF.
006340     ADD 1 TO WS-PRM-QTD.
006350     MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD).
006360     MOVE PM-NOTA-CORTE TO WS-PRM-CORTE (WS-PRM-QTD).
006370 1055-LE-CARTAO-PARM-EXIT. EXIT.
006380*-----------------------------------------------------------------
006390 1075-CARREGA-ESCOLAS.
006400     OPEN INPUT ESC-FILE.
006410     IF NOT ESCOLAS-OK
006420        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
006430                WS-ESCOLAS-STATUS " - CABECALHO COM O CODIGO"
006440                " DA ESCOLA"
006450        GO TO 1075-CARREGA-ESCOLAS-EXIT
006460     END-IF.
006470     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
006480         UNTIL FIM-ESCOLAS.
006490     CLOSE ESC-FILE.
006500 1075-CARREGA-ESCOLAS-EXIT. EXIT.
006510*-----------------------------------------------------------------
006520 1076-LE-ESCOLA.
006530     READ ESC-FILE
006540         AT END
006550            MOVE "S" TO WS-FIM-ESCOLAS
006560            GO TO 1076-LE-ESCOLA-EXIT
006570     END-READ.
006580     IF WS-ESCT-QTD >= 10
006590        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
006600        MOVE "S" TO WS-FIM-ESCOLAS
006610        GO TO 1076-LE-ESCOLA-EXIT
006620     END-IF.
006630     ADD 1 TO WS-ESCT-QTD.
006640     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
006650     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
006660 1076-LE-ESCOLA-EXIT. EXIT.
006670*-----------------------------------------------------------------
006680* SECAO 1: SELECIONA AS RETIFICACOES DO PERIODO E DA ESCOLA NO
006690* RETLOG, ORDENA POR ESCOLA/TURMA/DISCIPLINA/DATA E IMPRIME.
006700* ALUNO QUE NAO ESTA MAIS NO CADASTRO NAO TEM ESCOLA CONHECIDA:
006710* SAI EM QUALQUER ESCOLA, NA ESCOLA 00, PARA NAO SUMIR DA
006720* AUDITORIA.
006730*-----------------------------------------------------------------
006740 2000-SECAO-RETIFICACOES.
006750     MOVE "1 - NOTAS ALTERADAS APOS O FECHAMENTO DO BIMESTRE"
006760         TO W16M-TEXTO.
006770     WRITE RL16-LINHA FROM WS16-MSG-LINHA
006780         AFTER ADVANCING 3 LINES.
006790     OPEN INPUT RETLOG-FILE.
006800     IF NOT RETLOG-OK
006810        MOVE SPACES TO W16M-TEXTO
006820        STRING "RETLOG NAO ENCONTRADO - STATUS " WS-RETLOG-STATUS
006830            " - NENHUMA RETIFICACAO REGISTRADA"
006840            DELIMITED BY SIZE INTO W16M-TEXTO
006850        WRITE RL16-LINHA FROM WS16-MSG-LINHA
006860            AFTER ADVANCING 2 LINES
006870        ADD 1 TO WS-TOT-AUSENTES
006880        GO TO 2000-SECAO-RETIFICACOES-EXIT
006890     END-IF.
006900     OPEN OUTPUT RETWK-FILE.
006910     IF NOT RETWK-OK
006920        DISPLAY "ERRO AO ABRIR RETWK - STATUS " WS-RETWK-STATUS
006930        MOVE "S" TO WS-ERRO-AUDITORIA
006940        CLOSE RETLOG-FILE
006950        GO TO 2000-SECAO-RETIFICACOES-EXIT
006960     END-IF.
006970     MOVE "N" TO WS-FIM-ARQUIVO.
006980     PERFORM 2100-SELECIONA-RETIFICACAO THRU
006990         2100-SELECIONA-RETIFICACAO-EXIT
007000         UNTIL FIM-ARQUIVO.
007010     CLOSE RETLOG-FILE.
007020     CLOSE RETWK-FILE.
007030     IF WS-TOT-RETIF = ZEROS
007040        MOVE "NENHUMA OCORRENCIA NO PERIODO" TO W16M-TEXTO
007050        WRITE RL16-LINHA FROM WS16-MSG-LINHA
007060            AFTER ADVANCING 2 LINES
007070        GO TO 2000-SECAO-RETIFICACOES-EXIT
007080     END-IF.
007090     SORT SORT-RET-FILE
007100         ON ASCENDING KEY SR-ESCOLA SR-TURMA SR-DISCIPLINA
007110                          SR-DATA-CHAVE SR-HORA SR-MATRICULA
007120         USING RETWK-FILE
007130         GIVING RETORD-FILE.
007140     OPEN INPUT RETORD-FILE.
007150     IF NOT RETORD-OK
007160        DISPLAY "ERRO AO ABRIR RETORD - STATUS "
007170                WS-RETORD-STATUS
007180        MOVE "S" TO WS-ERRO-AUDITORIA
007190        GO TO 2000-SECAO-RETIFICACOES-EXIT
007200     END-IF.
007210     MOVE "N" TO WS-FIM-ARQUIVO.
007220     PERFORM 2200-IMPRIME-RETIFICACAO THRU
007230         2200-IMPRIME-RETIFICACAO-EXIT
007240         UNTIL FIM-ARQUIVO.
007250     IF TEM-GRUPO
007260        PERFORM 2400-FECHA-GRUPO
007270     END-IF.
007280     CLOSE RETORD-FILE.
007290 2000-SECAO-RETIFICACOES-EXIT. EXIT.
007300*-----------------------------------------------------------------
007310 2100-SELECIONA-RETIFICACAO.
007320     READ RETLOG-FILE
007330         AT END
007340            MOVE "S" TO WS-FIM-ARQUIVO
007350            GO TO 2100-SELECIONA-RETIFICACAO-EXIT
007360     END-READ.
007370     IF NOT RETLOG-OK
007380        DISPLAY "ERRO NA LEITURA DE RETLOG - STATUS "
007390                WS-RETLOG-STATUS
007400        MOVE "S" TO WS-FIM-ARQUIVO
007410        GO TO 2100-SELECIONA-RETIFICACAO-EXIT
007420     END-IF.
007430     IF LG-MATRICULA IS NOT NUMERIC
007440        GO TO 2100-SELECIONA-RETIFICACAO-EXIT
007450     END-IF.
007460     MOVE LG-DATA TO WS-CONV-DATA.
007470     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
007480     IF WS-CONV-CHAVE < WS-CHAVE-INICIO
007490        OR WS-CONV-CHAVE > WS-CHAVE-FIM
007500        GO TO 2100-SELECIONA-RETIFICACAO-EXIT
007510     END-IF.
007520     PERFORM 2150-PROCURA-CADASTRO THRU
007530         2150-PROCURA-CADASTRO-EXIT.
007540     IF CAD-ACHOU
007550        IF NOT FILTRO-REDE AND CD-ESCOLA NOT = WS-ESCOLA-FILTRO
007560           GO TO 2100-SELECIONA-RETIFICACAO-EXIT
007570        END-IF
007580        MOVE CD-ESCOLA     TO RW-ESCOLA
007590        MOVE CD-TURMA      TO RW-TURMA
007600        MOVE CD-NOME-ALUNO TO RW-NOME-ALUNO
007610     ELSE
007620        MOVE ZEROS          TO RW-ESCOLA
007630        MOVE "SEM CADAST"   TO RW-TURMA
007640        MOVE "NAO CADASTRADO" TO RW-NOME-ALUNO
007650        ADD 1 TO WS-TOT-SEM-CAD
007660     END-IF.
007670     PERFORM 9300-PROCURA-CORTE THRU 9300-PROCURA-CORTE-EXIT.
007680     MOVE LG-ANT-MEDIA  TO WS-ANT-MEDIA.
007690     MOVE LG-NOV-MEDIA  TO WS-NOV-MEDIA.
007700     MOVE LG-DISCIPLINA TO RW-DISCIPLINA.
007710     MOVE WS-CONV-CHAVE TO RW-DATA-CHAVE.
007720     MOVE LG-HORA       TO RW-HORA.
007730     MOVE LG-MATRICULA  TO RW-MATRICULA.
007740     MOVE LG-BIMESTRE   TO RW-BIMESTRE.
007750     MOVE WS-ANT-MEDIA  TO RW-ANT-MEDIA.
007760     MOVE WS-NOV-MEDIA  TO RW-NOV-MEDIA.
007770     MOVE WS-CORTE-DISC TO RW-CORTE.
007780     MOVE LG-DATA       TO RW-DATA.
007790     MOVE LG-MOTIVO     TO RW-MOTIVO.
007800     WRITE RW-REC.
007810     ADD 1 TO WS-TOT-RETIF.
007820 2100-SELECIONA-RETIFICACAO-EXIT. EXIT.
007830*-----------------------------------------------------------------
007840 2150-PROCURA-CADASTRO.
007850     MOVE "N" TO WS-CAD-ACHOU.
007860     IF NOT CAD-ABERTO
007870        GO TO 2150-PROCURA-CADASTRO-EXIT
007880     END-IF.
007890     MOVE LG-MATRICULA TO CD-MATRICULA.
007900     READ CAD-FILE
007910         INVALID KEY
007920            GO TO 2150-PROCURA-CADASTRO-EXIT
007930     END-READ.
007940     MOVE "S" TO WS-CAD-ACHOU.
007950 2150-PROCURA-CADASTRO-EXIT. EXIT.
007960*-----------------------------------------------------------------
007970* UMA RETIFICACAO ORDENADA. "CRUZOU O CORTE": A MEDIA ANTERIOR E
007980* A NOVA FICAM DE LADOS OPOSTOS DA NOTA DE CORTE DA DISCIPLINA.
007990*-----------------------------------------------------------------
008000 2200-IMPRIME-RETIFICACAO.
008010     READ RETORD-FILE
008020         AT END
008030            MOVE "S" TO WS-FIM-ARQUIVO
008040            GO TO 2200-IMPRIME-RETIFICACAO-EXIT
008050     END-READ.
008060     IF NOT RETORD-OK
008070        DISPLAY "ERRO NA LEITURA DE RETORD - STATUS "
008080                WS-RETORD-STATUS
008090        MOVE "S" TO WS-FIM-ARQUIVO
008100        GO TO 2200-IMPRIME-RETIFICACAO-EXIT
008110     END-IF.
008120     IF TEM-GRUPO
008130        AND (RO-ESCOLA NOT = WS-GRP-ESCOLA
008140             OR RO-TURMA NOT = WS-GRP-TURMA
008150             OR RO-DISCIPLINA NOT = WS-GRP-DISCIPLINA)
008160        PERFORM 2400-FECHA-GRUPO
008170     END-IF.
008180     IF NOT TEM-GRUPO
008190        PERFORM 2300-ABRE-GRUPO
008200     END-IF.
008210     MOVE RO-DATA       TO W16D-DATA.
008220     MOVE RO-HORA       TO W16D-HORA.
008230     MOVE RO-MATRICULA  TO W16D-MATRICULA.
008240     MOVE RO-NOME-ALUNO TO W16D-NOME-ALUNO.
008250     MOVE RO-BIMESTRE   TO W16D-BIMESTRE.
008260     MOVE RO-ANT-MEDIA  TO W16D-ANT-MEDIA.
008270     MOVE RO-NOV-MEDIA  TO W16D-NOV-MEDIA.
008280     MOVE RO-MOTIVO     TO W16D-MOTIVO.
008290     IF RO-ANT-MEDIA < RO-CORTE AND RO-NOV-MEDIA >= RO-CORTE
008300        MOVE "SIM - PASSOU A APROVADO" TO W16D-CORTE-MSG
008310        ADD 1 TO WS-GRP-SUBIU
008320        ADD 1 TO WS-TOT-SUBIU
008330     ELSE
008340        IF RO-ANT-MEDIA >= RO-CORTE AND RO-NOV-MEDIA < RO-CORTE
008350           MOVE "SIM - PASSOU A REPROVADO" TO W16D-CORTE-MSG
008360           ADD 1 TO WS-GRP-DESCEU
008370           ADD 1 TO WS-TOT-DESCEU
008380        ELSE
008390           MOVE "NAO" TO W16D-CORTE-MSG
008400        END-IF
008410     END-IF.
008420     WRITE RL16-LINHA FROM WS16-RET-DET-LINHA
008430         AFTER ADVANCING 1 LINE.
008440     ADD 1 TO WS-GRP-ALTERACOES.
008450 2200-IMPRIME-RETIFICACAO-EXIT. EXIT.
008460*-----------------------------------------------------------------
008470 2300-ABRE-GRUPO.
008480     MOVE RO-ESCOLA     TO WS-GRP-ESCOLA.
008490     MOVE RO-TURMA      TO WS-GRP-TURMA.
008500     MOVE RO-DISCIPLINA TO WS-GRP-DISCIPLINA.
008510     MOVE RO-ESCOLA     TO W16G-ESCOLA.
008520     MOVE RO-TURMA      TO W16G-TURMA.
008530     MOVE RO-DISCIPLINA TO W16G-DISCIPLINA.
008540     MOVE RO-CORTE      TO W16G-CORTE.
008550     WRITE RL16-LINHA FROM WS16-RET-GRP-LINHA
008560         AFTER ADVANCING 2 LINES.
008570     WRITE RL16-LINHA FROM WS16-RET-CAB-LINHA
008580         AFTER ADVANCING 1 LINE.
008590     MOVE ZEROS TO WS-GRP-ALTERACOES WS-GRP-SUBIU WS-GRP-DESCEU.
008600     MOVE "S" TO WS-TEM-GRUPO.
008610*-----------------------------------------------------------------
008620 2400-FECHA-GRUPO.
008630     MOVE WS-GRP-ALTERACOES TO W16S-ALTERACOES.
008640     MOVE WS-GRP-SUBIU      TO W16S-SUBIU.
008650     MOVE WS-GRP-DESCEU     TO W16S-DESCEU.
008660     WRITE RL16-LINHA FROM WS16-RET-TOT-LINHA
008670         AFTER ADVANCING 1 LINE.
008680     MOVE "N" TO WS-TEM-GRUPO.
008690*-----------------------------------------------------------------
008700* SECAO 2: CARREGA DO MATFINAL OS ALUNOS PROMOVIDOS PELO
008710* CONSELHO, SELECIONA AS DELIBERACOES DO PERIODO QUE O MATFINAL
008720* CONFIRMA, ORDENA POR MOTIVO E IMPRIME. DELIBERACAO QUE O
008730* PROGRAMA10 REJEITOU NAO ESTA NO MATFINAL: SO E CONTADA.
008740*-----------------------------------------------------------------
008750 3000-SECAO-CONSELHO.
008760     MOVE "2 - ALUNOS PROMOVIDOS PELO CONSELHO, POR MOTIVO"
008770         TO W16M-TEXTO.
008780     WRITE RL16-LINHA FROM WS16-MSG-LINHA
008790         AFTER ADVANCING 3 LINES.
008800     PERFORM 3050-CARREGA-MATFINAL THRU
008810         3050-CARREGA-MATFINAL-EXIT.
008820     OPEN INPUT CONS-FILE.
008830     IF NOT CONS-OK
008840        MOVE SPACES TO W16M-TEXTO
008850        STRING "CONSELHO NAO ENCONTRADO - STATUS " WS-CONS-STATUS
008860            " - NENHUMA DELIBERACAO REGISTRADA"
008870            DELIMITED BY SIZE INTO W16M-TEXTO
008880        WRITE RL16-LINHA FROM WS16-MSG-LINHA
008890            AFTER ADVANCING 2 LINES
008900        ADD 1 TO WS-TOT-AUSENTES
008910        GO TO 3000-SECAO-CONSELHO-EXIT
008920     END-IF.
008930     OPEN OUTPUT CNSWK-FILE.
008940     IF NOT CNSWK-OK
008950        DISPLAY "ERRO AO ABRIR CNSWK - STATUS " WS-CNSWK-STATUS
008960        MOVE "S" TO WS-ERRO-AUDITORIA
008970        CLOSE CONS-FILE
008980        GO TO 3000-SECAO-CONSELHO-EXIT
008990     END-IF.
009000     MOVE "N" TO WS-FIM-ARQUIVO.
009010     PERFORM 3100-SELECIONA-DELIBERACAO THRU
009020         3100-SELECIONA-DELIBERACAO-EXIT
009030         UNTIL FIM-ARQUIVO.
009040     CLOSE CONS-FILE.
009050     CLOSE CNSWK-FILE.
009060     IF WS-TOT-CONSELHO = ZEROS
009070        MOVE "NENHUMA OCORRENCIA NO PERIODO" TO W16M-TEXTO
009080        WRITE RL16-LINHA FROM WS16-MSG-LINHA
009090            AFTER ADVANCING 2 LINES
009100        GO TO 3000-SECAO-CONSELHO-EXIT
009110     END-IF.
009120     SORT SORT-CNS-FILE
009130         ON ASCENDING KEY SK-MOTIVO SK-DATA-CHAVE SK-MATRICULA
009140         USING CNSWK-FILE
009150         GIVING CNSORD-FILE.
009160     OPEN INPUT CNSORD-FILE.
009170     IF NOT CNSORD-OK
009180        DISPLAY "ERRO AO ABRIR CNSORD - STATUS "
009190                WS-CNSORD-STATUS
009200        MOVE "S" TO WS-ERRO-AUDITORIA
009210        GO TO 3000-SECAO-CONSELHO-EXIT
009220     END-IF.
009230     MOVE "N" TO WS-FIM-ARQUIVO.
009240     PERFORM 3200-IMPRIME-DELIBERACAO THRU
009250         3200-IMPRIME-DELIBERACAO-EXIT
009260         UNTIL FIM-ARQUIVO.
009270     IF TEM-MOTIVO
009280        PERFORM 3400-FECHA-MOTIVO
009290     END-IF.
009300     CLOSE CNSORD-FILE.
009310 3000-SECAO-CONSELHO-EXIT. EXIT.
009320*-----------------------------------------------------------------
009330 3050-CARREGA-MATFINAL.
009340     OPEN INPUT MATFIN-FILE.
009350     IF NOT MATFIN-OK
009360        MOVE SPACES TO W16M-TEXTO
009370        STRING "MATFINAL NAO ENCONTRADO - STATUS "
009380            WS-MATFIN-STATUS
009390            " - NENHUMA DELIBERACAO PODE SER CONFIRMADA"
009400            DELIMITED BY SIZE INTO W16M-TEXTO
009410        WRITE RL16-LINHA FROM WS16-MSG-LINHA
009420            AFTER ADVANCING 2 LINES
009430        ADD 1 TO WS-TOT-AUSENTES
009440        GO TO 3050-CARREGA-MATFINAL-EXIT
009450     END-IF.
009460     PERFORM 3060-LE-MATFINAL THRU 3060-LE-MATFINAL-EXIT
009470         UNTIL FIM-MATFIN.
009480     CLOSE MATFIN-FILE.
009490 3050-CARREGA-MATFINAL-EXIT. EXIT.
009500*-----------------------------------------------------------------
009510 3060-LE-MATFINAL.
009520     READ MATFIN-FILE
009530         AT END
009540            MOVE "S" TO WS-FIM-MATFIN
009550            GO TO 3060-LE-MATFINAL-EXIT
009560     END-READ.
009570     IF NOT MATFIN-OK
009580        DISPLAY "ERRO NA LEITURA DE MATFINAL - STATUS "
009590                WS-MATFIN-STATUS
009600        MOVE "S" TO WS-FIM-MATFIN
009610        GO TO 3060-LE-MATFINAL-EXIT
009620     END-IF.
009630     IF NOT MF-DEC-CONSELHO
009640        GO TO 3060-LE-MATFINAL-EXIT
009650     END-IF.
009660     IF WS-MFC-QTD >= 500
009670        DISPLAY "MAIS DE 500 PROMOCOES DO CONSELHO NO MATFINAL"
009680                " - EXCEDENTE IGNORADO"
009690        MOVE "S" TO WS-FIM-MATFIN
009700        GO TO 3060-LE-MATFINAL-EXIT
009710     END-IF.
009720     ADD 1 TO WS-MFC-QTD.
009730     MOVE MF-MATRICULA   TO WS-MFC-MATRICULA (WS-MFC-QTD).
009740     MOVE MF-ANO-LETIVO  TO WS-MFC-ANO (WS-MFC-QTD).
009750     MOVE MF-NOME-ALUNO  TO WS-MFC-NOME (WS-MFC-QTD).
009760     MOVE MF-ESCOLA      TO WS-MFC-ESCOLA (WS-MFC-QTD).
009770     MOVE MF-MEDIA-FINAL TO WS-MFC-MEDIA (WS-MFC-QTD).
009780 3060-LE-MATFINAL-EXIT. EXIT.
009790*-----------------------------------------------------------------
009800 3100-SELECIONA-DELIBERACAO.
009810     READ CONS-FILE
009820         AT END
009830            MOVE "S" TO WS-FIM-ARQUIVO
009840            GO TO 3100-SELECIONA-DELIBERACAO-EXIT
009850     END-READ.
009860     IF NOT CONS-OK
009870        DISPLAY "ERRO NA LEITURA DE CONSELHO - STATUS "
009880                WS-CONS-STATUS
009890        MOVE "S" TO WS-FIM-ARQUIVO
009900        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
009910     END-IF.
009920     IF NOT CS-PROMOVE OR CS-MATRICULA IS NOT NUMERIC
009930        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
009940     END-IF.
009950     MOVE CS-DATA-SESSAO TO WS-CONV-DATA.
009960     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
009970     IF WS-CONV-CHAVE = ZEROS
009980        ADD 1 TO WS-TOT-DATA-INV
009990        DISPLAY "DELIBERACAO COM DATA DE SESSAO INVALIDA - "
010000                "MATRICULA " CS-MATRICULA " DATA "
010010                CS-DATA-SESSAO
010020        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
010030     END-IF.
010040     IF WS-CONV-CHAVE < WS-CHAVE-INICIO
010050        OR WS-CONV-CHAVE > WS-CHAVE-FIM
010060        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
010070     END-IF.
010080     PERFORM 3150-PROCURA-MATFINAL THRU
010090         3150-PROCURA-MATFINAL-EXIT.
010100     IF NOT MFC-ACHOU
010110        ADD 1 TO WS-TOT-NAO-APLIC
010120        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
010130     END-IF.
010140     IF NOT FILTRO-REDE
010150        AND WS-MFC-ESCOLA (WS-MFC-IDX) NOT = WS-ESCOLA-FILTRO
010160        GO TO 3100-SELECIONA-DELIBERACAO-EXIT
010170     END-IF.
010180     MOVE CS-MOTIVO      TO KW-MOTIVO.
010190     MOVE WS-CONV-CHAVE  TO KW-DATA-CHAVE.
010200     MOVE CS-MATRICULA   TO KW-MATRICULA.
010210     MOVE CS-DATA-SESSAO TO KW-DATA.
010220     MOVE WS-MFC-NOME (WS-MFC-IDX)   TO KW-NOME-ALUNO.
010230     MOVE WS-MFC-ESCOLA (WS-MFC-IDX) TO KW-ESCOLA.
010240     MOVE WS-MFC-ANO (WS-MFC-IDX)    TO KW-ANO.
010250     MOVE WS-MFC-MEDIA (WS-MFC-IDX)  TO KW-MEDIA.
010260     WRITE KW-REC.
010270     ADD 1 TO WS-TOT-CONSELHO.
010280 3100-SELECIONA-DELIBERACAO-EXIT. EXIT.
010290*-----------------------------------------------------------------
010300 3150-PROCURA-MATFINAL.
010310     MOVE "N" TO WS-MFC-ACHOU.
010320     MOVE 1 TO WS-MFC-IDX.
010330     PERFORM 3160-COMPARA-MATFINAL THRU
010340         3160-COMPARA-MATFINAL-EXIT
010350         UNTIL MFC-ACHOU OR WS-MFC-IDX > WS-MFC-QTD.
010360 3150-PROCURA-MATFINAL-EXIT. EXIT.
010370*-----------------------------------------------------------------
010380 3160-COMPARA-MATFINAL.
010390     IF WS-MFC-MATRICULA (WS-MFC-IDX) = CS-MATRICULA
010400        MOVE "S" TO WS-MFC-ACHOU
010410     ELSE
010420        ADD 1 TO WS-MFC-IDX
010430     END-IF.
010440 3160-COMPARA-MATFINAL-EXIT. EXIT.
010450*-----------------------------------------------------------------
010460 3200-IMPRIME-DELIBERACAO.
010470     READ CNSORD-FILE
010480         AT END
010490            MOVE "S" TO WS-FIM-ARQUIVO
010500            GO TO 3200-IMPRIME-DELIBERACAO-EXIT
010510     END-READ.
010520     IF NOT CNSORD-OK
010530        DISPLAY "ERRO NA LEITURA DE CNSORD - STATUS "
010540                WS-CNSORD-STATUS
010550        MOVE "S" TO WS-FIM-ARQUIVO
010560        GO TO 3200-IMPRIME-DELIBERACAO-EXIT
010570     END-IF.
010580     IF TEM-MOTIVO AND KO-MOTIVO NOT = WS-MOTIVO-ATUAL
010590        PERFORM 3400-FECHA-MOTIVO
010600     END-IF.
010610     IF NOT TEM-MOTIVO
010620        PERFORM 3300-ABRE-MOTIVO
010630     END-IF.
010640     MOVE KO-DATA       TO W16K-DATA.
010650     MOVE KO-MATRICULA  TO W16K-MATRICULA.
010660     MOVE KO-NOME-ALUNO TO W16K-NOME-ALUNO.
010670     MOVE KO-ESCOLA     TO W16K-ESCOLA.
010680     MOVE KO-ANO        TO W16K-ANO.
010690     MOVE KO-MEDIA      TO W16K-MEDIA.
010700     WRITE RL16-LINHA FROM WS16-CNS-DET-LINHA
010710         AFTER ADVANCING 1 LINE.
010720     ADD 1 TO WS-MOT-QTD-ALUNOS (WS-MOT-IDX).
010730 3200-IMPRIME-DELIBERACAO-EXIT. EXIT.
010740*-----------------------------------------------------------------
010750* ABRE O MOTIVO: UMA ENTRADA NOVA NA TABELA DO RESUMO (O ARQUIVO
010760* VEM ORDENADO, ENTAO CADA MOTIVO APARECE UMA SO VEZ). PASSANDO
010770* DE 20 MOTIVOS, OS EXCEDENTES SE SOMAM NA ULTIMA ENTRADA.
010780*-----------------------------------------------------------------
010790 3300-ABRE-MOTIVO.
010800     MOVE KO-MOTIVO TO WS-MOTIVO-ATUAL.
010810     IF WS-MOT-QTD < 20
010820        ADD 1 TO WS-MOT-QTD
010830        MOVE KO-MOTIVO TO WS-MOT-CODIGO (WS-MOT-QTD)
010840        MOVE ZEROS     TO WS-MOT-QTD-ALUNOS (WS-MOT-QTD)
010850     ELSE
010860        MOVE "**" TO WS-MOT-CODIGO (WS-MOT-QTD)
010870     END-IF.
010880     MOVE WS-MOT-QTD TO WS-MOT-IDX.
010890     MOVE KO-MOTIVO TO W16K-MOTIVO.
010900     WRITE RL16-LINHA FROM WS16-CNS-GRP-LINHA
010910         AFTER ADVANCING 2 LINES.
010920     WRITE RL16-LINHA FROM WS16-CNS-CAB-LINHA
010930         AFTER ADVANCING 1 LINE.
010940     MOVE "S" TO WS-TEM-MOTIVO.
010950*-----------------------------------------------------------------
010960 3400-FECHA-MOTIVO.
010970     MOVE WS-MOTIVO-ATUAL TO W16KT-MOTIVO.
010980     MOVE WS-MOT-QTD-ALUNOS (WS-MOT-IDX) TO W16KT-QTD.
010990     WRITE RL16-LINHA FROM WS16-CNS-TOT-LINHA
011000         AFTER ADVANCING 1 LINE.
011010     MOVE "N" TO WS-TEM-MOTIVO.
011020*-----------------------------------------------------------------
011030* SECAO 3: LINHAS DE LIBERACAO DE RERODADA DO AUDITLOG (MARCADOR
011040* "LIBERACAO" NA POSICAO 22, GRAVADAS PELOS PROGRAMAS 01, 02, 03,
011050* 06 E 14), JA EM ORDEM CRONOLOGICA.
011060*-----------------------------------------------------------------
011070 4000-SECAO-LIBERACOES.
011080     MOVE "3 - EXECUCOES LIBERADAS COM PM-LIBERA-RERUN"
011090         TO W16M-TEXTO.
011100     WRITE RL16-LINHA FROM WS16-MSG-LINHA
011110         AFTER ADVANCING 3 LINES.
011120     IF NOT FILTRO-REDE
011130        PERFORM 4900-AVISO-REDE
011140     END-IF.
011150     OPEN INPUT AUDIT-FILE.
011160     IF NOT AUDIT-OK
011170        MOVE SPACES TO W16M-TEXTO
011180        STRING "AUDITLOG NAO ENCONTRADO - STATUS "
011190            WS-AUDIT-STATUS " - NENHUMA LIBERACAO REGISTRADA"
011200            DELIMITED BY SIZE INTO W16M-TEXTO
011210        WRITE RL16-LINHA FROM WS16-MSG-LINHA
011220            AFTER ADVANCING 2 LINES
011230        ADD 1 TO WS-TOT-AUSENTES
011240        GO TO 4000-SECAO-LIBERACOES-EXIT
011250     END-IF.
011260     WRITE RL16-LINHA FROM WS16-LIB-CAB-LINHA
011270         AFTER ADVANCING 2 LINES.
011280     MOVE "N" TO WS-FIM-ARQUIVO.
011290     PERFORM 4100-LE-AUDITORIA THRU 4100-LE-AUDITORIA-EXIT
011300         UNTIL FIM-ARQUIVO.
011310     CLOSE AUDIT-FILE.
011320     IF WS-TOT-LIBERACOES = ZEROS
011330        MOVE "NENHUMA OCORRENCIA NO PERIODO" TO W16M-TEXTO
011340        WRITE RL16-LINHA FROM WS16-MSG-LINHA
011350            AFTER ADVANCING 1 LINE
011360     END-IF.
011370 4000-SECAO-LIBERACOES-EXIT. EXIT.
011380*-----------------------------------------------------------------
011390 4100-LE-AUDITORIA.
011400     READ AUDIT-FILE
011410         AT END
011420            MOVE "S" TO WS-FIM-ARQUIVO
011430            GO TO 4100-LE-AUDITORIA-EXIT
011440     END-READ.
011450     IF NOT AUDIT-OK
011460        DISPLAY "ERRO NA LEITURA DE AUDITLOG - STATUS "
011470                WS-AUDIT-STATUS
011480        MOVE "S" TO WS-FIM-ARQUIVO
011490        GO TO 4100-LE-AUDITORIA-EXIT
011500     END-IF.
011510     IF AU-LINHA (22:9) NOT = "LIBERACAO"
011520        GO TO 4100-LE-AUDITORIA-EXIT
011530     END-IF.
011540     MOVE AU-LINHA (1:10) TO WS-CONV-DATA.
011550     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
011560     IF WS-CONV-CHAVE < WS-CHAVE-INICIO
011570        OR WS-CONV-CHAVE > WS-CHAVE-FIM
011580        GO TO 4100-LE-AUDITORIA-EXIT
011590     END-IF.
011600     MOVE AU-LINHA (1:10)  TO W16L-DATA.
011610     MOVE AU-LINHA (12:8)  TO W16L-HORA.
011620     MOVE AU-LINHA (57:10) TO W16L-PROGRAMA.
011630     MOVE AU-LINHA (73:4)  TO W16L-ANO.
011640     MOVE AU-LINHA (83:1)  TO W16L-BIMESTRE.
011650     WRITE RL16-LINHA FROM WS16-LIB-DET-LINHA
011660         AFTER ADVANCING 1 LINE.
011670     ADD 1 TO WS-TOT-LIBERACOES.
011680 4100-LE-AUDITORIA-EXIT. EXIT.
011690*-----------------------------------------------------------------
011700 4900-AVISO-REDE.
011710     MOVE "(DA REDE - A CADEIA PROCESSA TODAS AS ESCOLAS)"
011720         TO W16M-TEXTO.
011730     WRITE RL16-LINHA FROM WS16-MSG-LINHA
011740         AFTER ADVANCING 1 LINE.
011750*-----------------------------------------------------------------
011760* SECAO 4: PERCORRE O RUNCTL CASANDO CADA "I" COM O "F" DO MESMO
011770* PROGRAMA; GRAVA NO RUNWK AS EXECUCOES INICIADAS NO PERIODO QUE
011780* TERMINARAM COM RETURN CODE DIFERENTE DE ZERO OU QUE NUNCA
011790* GRAVARAM O "F", ORDENA PELO INICIO E IMPRIME.
011800*-----------------------------------------------------------------
011810 5000-SECAO-EXECUCOES.
011820     MOVE "4 - EXECUCOES COM RC NAO ZERO OU SEM REGISTRO F"
011830         TO W16M-TEXTO.
011840     WRITE RL16-LINHA FROM WS16-MSG-LINHA
011850         AFTER ADVANCING 3 LINES.
011860     IF NOT FILTRO-REDE
011870        PERFORM 4900-AVISO-REDE
011880     END-IF.
011890     OPEN INPUT RUNCTL-FILE.
011900     IF NOT RUNCTL-OK
011910        MOVE SPACES TO W16M-TEXTO
011920        STRING "RUNCTL NAO ENCONTRADO - STATUS "
011930            WS-RUNCTL-STATUS " - NENHUMA EXECUCAO REGISTRADA"
011940            DELIMITED BY SIZE INTO W16M-TEXTO
011950        WRITE RL16-LINHA FROM WS16-MSG-LINHA
011960            AFTER ADVANCING 2 LINES
011970        ADD 1 TO WS-TOT-AUSENTES
011980        GO TO 5000-SECAO-EXECUCOES-EXIT
011990     END-IF.
012000     OPEN OUTPUT RUNWK-FILE.
012010     IF NOT RUNWK-OK
012020        DISPLAY "ERRO AO ABRIR RUNWK - STATUS " WS-RUNWK-STATUS
012030        MOVE "S" TO WS-ERRO-AUDITORIA
012040        CLOSE RUNCTL-FILE
012050        GO TO 5000-SECAO-EXECUCOES-EXIT
012060     END-IF.
012070     MOVE "N" TO WS-FIM-ARQUIVO.
012080     PERFORM 5100-LE-RUNCTL THRU 5100-LE-RUNCTL-EXIT
012090         UNTIL FIM-ARQUIVO.
012100     PERFORM 5400-FECHA-PENDENTE THRU 5400-FECHA-PENDENTE-EXIT
012110         VARYING WS-PEN-IDX FROM 1 BY 1
012120         UNTIL WS-PEN-IDX > WS-PEN-QTD.
012130     CLOSE RUNCTL-FILE.
012140     CLOSE RUNWK-FILE.
012150     WRITE RL16-LINHA FROM WS16-RUN-CAB-LINHA
012160         AFTER ADVANCING 2 LINES.
012170     IF WS-TOT-OCORRENCIAS = ZEROS
012180        MOVE "NENHUMA OCORRENCIA NO PERIODO" TO W16M-TEXTO
012190        WRITE RL16-LINHA FROM WS16-MSG-LINHA
012200            AFTER ADVANCING 1 LINE
012210        GO TO 5000-SECAO-EXECUCOES-EXIT
012220     END-IF.
012230     SORT SORT-RUN-FILE
012240         ON ASCENDING KEY SX-DATA-CHAVE SX-HORA
012250         USING RUNWK-FILE
012260         GIVING RUNORD-FILE.
012270     OPEN INPUT RUNORD-FILE.
012280     IF NOT RUNORD-OK
012290        DISPLAY "ERRO AO ABRIR RUNORD - STATUS "
012300                WS-RUNORD-STATUS
012310        MOVE "S" TO WS-ERRO-AUDITORIA
012320        GO TO 5000-SECAO-EXECUCOES-EXIT
012330     END-IF.
012340     MOVE "N" TO WS-FIM-ARQUIVO.
012350     PERFORM 5500-IMPRIME-EXECUCAO THRU
012360         5500-IMPRIME-EXECUCAO-EXIT
012370         UNTIL FIM-ARQUIVO.
012380     CLOSE RUNORD-FILE.
012390 5000-SECAO-EXECUCOES-EXIT. EXIT.
012400*-----------------------------------------------------------------
012410 5100-LE-RUNCTL.
012420     READ RUNCTL-FILE
012430         AT END
012440            MOVE "S" TO WS-FIM-ARQUIVO
012450            GO TO 5100-LE-RUNCTL-EXIT
012460     END-READ.
012470     IF NOT RUNCTL-OK
012480        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
012490                WS-RUNCTL-STATUS
012500        MOVE "S" TO WS-FIM-ARQUIVO
012510        GO TO 5100-LE-RUNCTL-EXIT
012520     END-IF.
012530     MOVE RN-DATA TO WS-CONV-DATA.
012540     PERFORM 9200-CONVERTE-DATA THRU 9200-CONVERTE-DATA-EXIT.
012550     PERFORM 5150-PROCURA-PENDENTE THRU
012560         5150-PROCURA-PENDENTE-EXIT.
012570     IF RN-INICIO
012580        PERFORM 5200-REGISTRA-INICIO THRU
012590            5200-REGISTRA-INICIO-EXIT
012600     END-IF.
012610     IF RN-FIM
012620        PERFORM 5300-REGISTRA-FIM THRU 5300-REGISTRA-FIM-EXIT
012630     END-IF.
012640 5100-LE-RUNCTL-EXIT. EXIT.
012650*-----------------------------------------------------------------
012660 5150-PROCURA-PENDENTE.
012670     MOVE "N" TO WS-PEN-ACHOU.
012680     MOVE 1 TO WS-PEN-IDX.
012690     PERFORM 5160-COMPARA-PENDENTE THRU
012700         5160-COMPARA-PENDENTE-EXIT
012710         UNTIL PEN-ACHOU OR WS-PEN-IDX > WS-PEN-QTD.
012720 5150-PROCURA-PENDENTE-EXIT. EXIT.
012730*-----------------------------------------------------------------
012740 5160-COMPARA-PENDENTE.
012750     IF WS-PEN-PROGRAMA (WS-PEN-IDX) = RN-PROGRAMA
012760        MOVE "S" TO WS-PEN-ACHOU
012770     ELSE
012780        ADD 1 TO WS-PEN-IDX
012790     END-IF.
012800 5160-COMPARA-PENDENTE-EXIT. EXIT.
012810*-----------------------------------------------------------------
012820* "I": SE O PROGRAMA AINDA TINHA UM "I" PENDENTE, AQUELA EXECUCAO
012830* NUNCA GRAVOU O "F"; A ENTRADA PASSA A SER A DESTE INICIO.
012840*-----------------------------------------------------------------
012850 5200-REGISTRA-INICIO.
012860     IF WS-CONV-CHAVE NOT < WS-CHAVE-INICIO
012870        AND WS-CONV-CHAVE NOT > WS-CHAVE-FIM
012880        ADD 1 TO WS-TOT-EXECUCOES
012890     END-IF.
012900     IF PEN-ACHOU
012910        IF PEN-ABERTA (WS-PEN-IDX)
012920           PERFORM 5400-FECHA-PENDENTE THRU
012930               5400-FECHA-PENDENTE-EXIT
012940        END-IF
012950     ELSE
012960        IF WS-PEN-QTD >= 30
012970           DISPLAY "MAIS DE 30 PROGRAMAS NO RUNCTL - "
012980                   RN-PROGRAMA " IGNORADO - SECAO 4 INCOMPLETA"
012990           MOVE "S" TO WS-ERRO-AUDITORIA
013000           GO TO 5200-REGISTRA-INICIO-EXIT
013010        END-IF
013020        ADD 1 TO WS-PEN-QTD
013030        MOVE WS-PEN-QTD TO WS-PEN-IDX
013040     END-IF.
013050     MOVE RN-PROGRAMA   TO WS-PEN-PROGRAMA (WS-PEN-IDX).
013060     MOVE RN-ANO-LETIVO TO WS-PEN-ANO (WS-PEN-IDX).
013070     MOVE RN-BIMESTRE   TO WS-PEN-BIMESTRE (WS-PEN-IDX).
013080     MOVE RN-DATA       TO WS-PEN-DATA (WS-PEN-IDX).
013090     MOVE RN-HORA       TO WS-PEN-HORA (WS-PEN-IDX).
013100     MOVE WS-CONV-CHAVE TO WS-PEN-CHAVE (WS-PEN-IDX).
013110     MOVE "S"           TO WS-PEN-ABERTA (WS-PEN-IDX).
013120 5200-REGISTRA-INICIO-EXIT. EXIT.
013130*-----------------------------------------------------------------
013140* "F": FECHA O "I" PENDENTE DO PROGRAMA. RETURN CODE DIFERENTE DE
013150* ZERO E OCORRENCIA SE A EXECUCAO COMECOU NO PERIODO; "F" SEM "I"
013160* (RUNCTL TRUNCADO) VALE PELA PROPRIA DATA.
013170*-----------------------------------------------------------------
013180 5300-REGISTRA-FIM.
013190     IF PEN-ACHOU AND NOT PEN-ABERTA (WS-PEN-IDX)
013200        MOVE "N" TO WS-PEN-ACHOU
013210     END-IF.
013220     IF PEN-ACHOU
013230        MOVE WS-PEN-CHAVE (WS-PEN-IDX) TO XW-DATA-CHAVE
013240        MOVE WS-PEN-HORA (WS-PEN-IDX)  TO XW-HORA
013250        MOVE WS-PEN-DATA (WS-PEN-IDX)  TO XW-DATA-INI
013260        MOVE WS-PEN-HORA (WS-PEN-IDX)  TO XW-HORA-INI
013270        MOVE "N" TO WS-PEN-ABERTA (WS-PEN-IDX)
013280     ELSE
013290        MOVE WS-CONV-CHAVE TO XW-DATA-CHAVE
013300        MOVE RN-HORA       TO XW-HORA
013310        MOVE SPACES        TO XW-DATA-INI XW-HORA-INI
013320     END-IF.
013330     IF RN-RETCODE IS NUMERIC AND RN-RETCODE = ZEROS
013340        GO TO 5300-REGISTRA-FIM-EXIT
013350     END-IF.
013360     IF XW-DATA-CHAVE < WS-CHAVE-INICIO
013370        OR XW-DATA-CHAVE > WS-CHAVE-FIM
013380        GO TO 5300-REGISTRA-FIM-EXIT
013390     END-IF.
013400     MOVE RN-PROGRAMA   TO XW-PROGRAMA.
013410     MOVE RN-ANO-LETIVO TO XW-ANO.
013420     MOVE RN-BIMESTRE   TO XW-BIMESTRE.
013430     MOVE RN-DATA       TO XW-DATA-FIM.
013440     MOVE RN-HORA       TO XW-HORA-FIM.
013450     MOVE RN-RETCODE    TO XW-RETCODE.
013460     IF PEN-ACHOU
013470        MOVE "RETURN CODE DIFERENTE DE ZERO" TO XW-OCORRENCIA
013480     ELSE
013490        MOVE "RC DIFERENTE DE ZERO - SEM I" TO XW-OCORRENCIA
013500     END-IF.
013510     WRITE XW-REC.
013520     ADD 1 TO WS-TOT-RC-ERRO.
013530     ADD 1 TO WS-TOT-OCORRENCIAS.
013540 5300-REGISTRA-FIM-EXIT. EXIT.
013550*-----------------------------------------------------------------
013560* EXECUCAO SEM "F": O "I" PENDENTE DA ENTRADA WS-PEN-IDX (NO FIM
013570* DO ARQUIVO, TODOS OS QUE SOBRARAM).
013580*-----------------------------------------------------------------
013590 5400-FECHA-PENDENTE.
013600     IF NOT PEN-ABERTA (WS-PEN-IDX)
013610        GO TO 5400-FECHA-PENDENTE-EXIT
013620     END-IF.
013630     MOVE "N" TO WS-PEN-ABERTA (WS-PEN-IDX).
013640     IF WS-PEN-CHAVE (WS-PEN-IDX) < WS-CHAVE-INICIO
013650        OR WS-PEN-CHAVE (WS-PEN-IDX) > WS-CHAVE-FIM
013660        GO TO 5400-FECHA-PENDENTE-EXIT
013670     END-IF.
013680     MOVE WS-PEN-CHAVE (WS-PEN-IDX)     TO XW-DATA-CHAVE.
013690     MOVE WS-PEN-HORA (WS-PEN-IDX)      TO XW-HORA.
013700     MOVE WS-PEN-PROGRAMA (WS-PEN-IDX)  TO XW-PROGRAMA.
013710     MOVE WS-PEN-ANO (WS-PEN-IDX)       TO XW-ANO.
013720     MOVE WS-PEN-BIMESTRE (WS-PEN-IDX)  TO XW-BIMESTRE.
013730     MOVE WS-PEN-DATA (WS-PEN-IDX)      TO XW-DATA-INI.
013740     MOVE WS-PEN-HORA (WS-PEN-IDX)      TO XW-HORA-INI.
013750     MOVE SPACES TO XW-DATA-FIM XW-HORA-FIM XW-RETCODE.
013760     MOVE "NUNCA GRAVOU O REGISTRO F" TO XW-OCORRENCIA.
013770     WRITE XW-REC.
013780     ADD 1 TO WS-TOT-SEM-FIM.
013790     ADD 1 TO WS-TOT-OCORRENCIAS.
013800 5400-FECHA-PENDENTE-EXIT. EXIT.
013810*-----------------------------------------------------------------
013820 5500-IMPRIME-EXECUCAO.
013830     READ RUNORD-FILE
013840         AT END
013850            MOVE "S" TO WS-FIM-ARQUIVO
013860            GO TO 5500-IMPRIME-EXECUCAO-EXIT
013870     END-READ.
013880     IF NOT RUNORD-OK
013890        DISPLAY "ERRO NA LEITURA DE RUNORD - STATUS "
013900                WS-RUNORD-STATUS
013910        MOVE "S" TO WS-FIM-ARQUIVO
013920        GO TO 5500-IMPRIME-EXECUCAO-EXIT
013930     END-IF.
013940     MOVE XO-PROGRAMA   TO W16X-PROGRAMA.
013950     MOVE XO-ANO        TO W16X-ANO.
013960     MOVE XO-BIMESTRE   TO W16X-BIMESTRE.
013970     MOVE XO-DATA-INI   TO W16X-DATA-INI.
013980     MOVE XO-HORA-INI   TO W16X-HORA-INI.
013990     MOVE XO-DATA-FIM   TO W16X-DATA-FIM.
014000     MOVE XO-HORA-FIM   TO W16X-HORA-FIM.
014010     MOVE XO-RETCODE    TO W16X-RETCODE.
014020     MOVE XO-OCORRENCIA TO W16X-OCORRENCIA.
014030     WRITE RL16-LINHA FROM WS16-RUN-DET-LINHA
014040         AFTER ADVANCING 1 LINE.
014050 5500-IMPRIME-EXECUCAO-EXIT. EXIT.
014060*-----------------------------------------------------------------
014070* PAGINA DE RESUMO: OS TOTAIS DAS QUATRO SECOES, AS PROMOCOES
014080* DO CONSELHO POR MOTIVO E AS LINHAS DE ASSINATURA DA DIRECAO.
014090*-----------------------------------------------------------------
014100 7000-IMPRIME-RESUMO.
014110     WRITE RL16-LINHA FROM WS16-CAB-1-LINHA
014120         AFTER ADVANCING PAGE.
014130     WRITE RL16-LINHA FROM WS16-CAB-2-LINHA
014140         AFTER ADVANCING 1 LINE.
014150     MOVE "RESUMO DO PERIODO PARA A DIRECAO" TO W16M-TEXTO.
014160     WRITE RL16-LINHA FROM WS16-MSG-LINHA
014170         AFTER ADVANCING 3 LINES.
014180     MOVE "NOTAS ALTERADAS APOS O FECHAMENTO DO BIMESTRE"
014190         TO W16R-DESCRICAO.
014200     MOVE WS-TOT-RETIF TO W16R-QTD.
014210     WRITE RL16-LINHA FROM WS16-RES-LINHA
014220         AFTER ADVANCING 2 LINES.
014230     MOVE "   QUE LEVARAM O ALUNO A APROVADO NO BIMESTRE"
014240         TO W16R-DESCRICAO.
014250     MOVE WS-TOT-SUBIU TO W16R-QTD.
014260     WRITE RL16-LINHA FROM WS16-RES-LINHA
014270         AFTER ADVANCING 1 LINE.
014280     MOVE "   QUE LEVARAM O ALUNO A REPROVADO NO BIMESTRE"
014290         TO W16R-DESCRICAO.
014300     MOVE WS-TOT-DESCEU TO W16R-QTD.
014310     WRITE RL16-LINHA FROM WS16-RES-LINHA
014320         AFTER ADVANCING 1 LINE.
014330     MOVE "   DE ALUNOS FORA DO CADASTRO (SEM ESCOLA)"
014340         TO W16R-DESCRICAO.
014350     MOVE WS-TOT-SEM-CAD TO W16R-QTD.
014360     WRITE RL16-LINHA FROM WS16-RES-LINHA
014370         AFTER ADVANCING 1 LINE.
014380     MOVE "ALUNOS PROMOVIDOS PELO CONSELHO DE CLASSE"
014390         TO W16R-DESCRICAO.
014400     MOVE WS-TOT-CONSELHO TO W16R-QTD.
014410     WRITE RL16-LINHA FROM WS16-RES-LINHA
014420         AFTER ADVANCING 2 LINES.
014430     PERFORM 7100-IMPRIME-MOTIVO
014440         VARYING WS-MOT-IDX FROM 1 BY 1
014450         UNTIL WS-MOT-IDX > WS-MOT-QTD.
014460     MOVE "DELIBERACOES SEM PROMOCAO NO MATFINAL (REDE)"
014470         TO W16R-DESCRICAO.
014480     MOVE WS-TOT-NAO-APLIC TO W16R-QTD.
014490     WRITE RL16-LINHA FROM WS16-RES-LINHA
014500         AFTER ADVANCING 1 LINE.
014510     MOVE "DELIBERACOES COM DATA DE SESSAO INVALIDA (REDE)"
014520         TO W16R-DESCRICAO.
014530     MOVE WS-TOT-DATA-INV TO W16R-QTD.
014540     WRITE RL16-LINHA FROM WS16-RES-LINHA
014550         AFTER ADVANCING 1 LINE.
014560     MOVE "EXECUCOES INICIADAS NO PERIODO (REDE)"
014570         TO W16R-DESCRICAO.
014580     MOVE WS-TOT-EXECUCOES TO W16R-QTD.
014590     WRITE RL16-LINHA FROM WS16-RES-LINHA
014600         AFTER ADVANCING 2 LINES.
014610     MOVE "EXECUCOES LIBERADAS COM PM-LIBERA-RERUN"
014620         TO W16R-DESCRICAO.
014630     MOVE WS-TOT-LIBERACOES TO W16R-QTD.
014640     WRITE RL16-LINHA FROM WS16-RES-LINHA
014650         AFTER ADVANCING 1 LINE.
014660     MOVE "EXECUCOES COM RETURN CODE DIFERENTE DE ZERO"
014670         TO W16R-DESCRICAO.
014680     MOVE WS-TOT-RC-ERRO TO W16R-QTD.
014690     WRITE RL16-LINHA FROM WS16-RES-LINHA
014700         AFTER ADVANCING 1 LINE.
014710     MOVE "EXECUCOES QUE NUNCA GRAVARAM O REGISTRO F"
014720         TO W16R-DESCRICAO.
014730     MOVE WS-TOT-SEM-FIM TO W16R-QTD.
014740     WRITE RL16-LINHA FROM WS16-RES-LINHA
014750         AFTER ADVANCING 1 LINE.
014760     MOVE "ARQUIVOS DE ORIGEM AUSENTES (VER AS SECOES)"
014770         TO W16R-DESCRICAO.
014780     MOVE WS-TOT-AUSENTES TO W16R-QTD.
014790     WRITE RL16-LINHA FROM WS16-RES-LINHA
014800         AFTER ADVANCING 2 LINES.
014810     MOVE "______________________________        ______________"
014820         TO W16M-TEXTO.
014830     WRITE RL16-LINHA FROM WS16-MSG-LINHA
014840         AFTER ADVANCING 5 LINES.
014850     MOVE "DIRETOR(A) DA ESCOLA                  DATA"
014860         TO W16M-TEXTO.
014870     WRITE RL16-LINHA FROM WS16-MSG-LINHA
014880         AFTER ADVANCING 1 LINE.
014890     MOVE "______________________________"
014900         TO W16M-TEXTO.
014910     WRITE RL16-LINHA FROM WS16-MSG-LINHA
014920         AFTER ADVANCING 4 LINES.
014930     MOVE "SECRETARIO(A) ESCOLAR" TO W16M-TEXTO.
014940     WRITE RL16-LINHA FROM WS16-MSG-LINHA
014950         AFTER ADVANCING 1 LINE.
014960*-----------------------------------------------------------------
014970 7100-IMPRIME-MOTIVO.
014980     MOVE SPACES TO W16R-DESCRICAO.
014990     STRING "   MOTIVO " WS-MOT-CODIGO (WS-MOT-IDX)
015000         DELIMITED BY SIZE INTO W16R-DESCRICAO.
015010     MOVE WS-MOT-QTD-ALUNOS (WS-MOT-IDX) TO W16R-QTD.
015020     WRITE RL16-LINHA FROM WS16-RES-LINHA
015030         AFTER ADVANCING 1 LINE.
015040*-----------------------------------------------------------------
015050 8000-FINALIZA.
015060     IF RELAT-ABERTO
015070        CLOSE RELAUDIT-FILE
015080     END-IF.
015090     IF CAD-ABERTO
015100        CLOSE CAD-FILE
015110     END-IF.
015120     DISPLAY "RETIFICACOES NO PERIODO.......: " WS-TOT-RETIF.
015130     DISPLAY "PROMOCOES DO CONSELHO.........: " WS-TOT-CONSELHO.
015140     DISPLAY "LIBERACOES DE RERODADA........: "
015150             WS-TOT-LIBERACOES.
015160     DISPLAY "EXECUCOES COM RC DIFERENTE DE 0: " WS-TOT-RC-ERRO.
015170     DISPLAY "EXECUCOES SEM REGISTRO F......: " WS-TOT-SEM-FIM.
015180     IF ERRO-AUDITORIA
015190        MOVE 8 TO RETURN-CODE
015200        DISPLAY "RELATORIO DE AUDITORIA COM ERRO - RETURN-CODE 8"
015210     END-IF.
015220     DISPLAY "FIM DO PROGRAMA23".
015230*-----------------------------------------------------------------
015240* NOME DA ESCOLA DO CABECALHO, DO CADASTRO ESCOLAS; ESCOLA SEM
015250* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
015260*-----------------------------------------------------------------
015270 9100-PROCURA-ESCOLA.
015280     MOVE "N" TO WS-ESCT-ACHOU.
015290     MOVE 1 TO WS-ESCT-IDX.
015300     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
015310         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
015320     IF ESCT-ACHOU
015330        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
015340     ELSE
015350        MOVE SPACES TO WS-NOME-ESCOLA
015360        STRING "ESCOLA " WS-ESCOLA-ATUAL
015370            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
015380     END-IF.
015390 9100-PROCURA-ESCOLA-EXIT. EXIT.
015400*-----------------------------------------------------------------
015410 9150-COMPARA-ESCOLA.
015420     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
015430        MOVE "S" TO WS-ESCT-ACHOU
015440     ELSE
015450        ADD 1 TO WS-ESCT-IDX
015460     END-IF.
015470 9150-COMPARA-ESCOLA-EXIT. EXIT.
015480*-----------------------------------------------------------------
015490* DATA DD/MM/AAAA DE WS-CONV-DATA PARA A CHAVE AAAAMMDD EM
015500* WS-CONV-CHAVE; DATA INVALIDA DA CHAVE ZERO.
015510*-----------------------------------------------------------------
015520 9200-CONVERTE-DATA.
015530     MOVE WCV-AAAA TO WCK-AAAA.
015540     MOVE WCV-MM   TO WCK-MM.
015550     MOVE WCV-DD   TO WCK-DD.
015560     IF WS-CONV-CHAVE-X IS NOT NUMERIC
015570        OR WCV-BARRA-1 NOT = "/" OR WCV-BARRA-2 NOT = "/"
015580        OR WCK-MM < "01" OR WCK-MM > "12"
015590        OR WCK-DD < "01" OR WCK-DD > "31"
015600        MOVE ZEROS TO WS-CONV-CHAVE
015610     END-IF.
015620 9200-CONVERTE-DATA-EXIT. EXIT.
015630*-----------------------------------------------------------------
015640 9300-PROCURA-CORTE.
015650     MOVE WS-NOTA-CORTE TO WS-CORTE-DISC.
015660     MOVE "N" TO WS-PRM-ACHOU.
015670     MOVE 1 TO WS-PRM-IDX.
015680     PERFORM 9350-COMPARA-CORTE THRU 9350-COMPARA-CORTE-EXIT
015690         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
015700     IF PRM-ACHOU
015710        MOVE WS-PRM-CORTE (WS-PRM-IDX) TO WS-CORTE-DISC
015720     END-IF.
015730 9300-PROCURA-CORTE-EXIT. EXIT.
015740*-----------------------------------------------------------------
015750 9350-COMPARA-CORTE.
015760     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = LG-DISCIPLINA
015770        MOVE "S" TO WS-PRM-ACHOU
015780     ELSE
015790        ADD 1 TO WS-PRM-IDX
015800     END-IF.
015810 9350-COMPARA-CORTE-EXIT. EXIT.
015820*-----------------------------------------------------------------
015830 END PROGRAM PROGRAMA23.
