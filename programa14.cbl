000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    REMATRICULA E ENTURMACAO DO ANO SEGUINTE: DEPOIS
000070*             DO CONSELHO DE CLASSE (PROGRAMA10) LE O EXTRATO
000080*             DEFINITIVO MATFINAL DO ANO QUE FECHA
000090*             (PM-ANO-LETIVO DO CARTAO GERAL) CONTRA O CADASTRO
000100*             CORRENTE E A MOVIMENTACAO DO ANO, E GRAVA O
000110*             CADASTRO DO ANO NOVO (CADNOVO, MESMO LAYOUT
000120*             CADREC): O PROMOVIDO (P, DO CALCULO OU DO
000130*             CONSELHO) VAI PARA A SERIE SEGUINTE, O RETIDO (R)
000140*             FICA NA SERIE, O TRANSFERIDO (T OU SAIDA NO
000150*             MOVIMENTO) SAI DO CADASTRO. A SERIE SEGUINTE, A
000160*             CAPACIDADE E O NUMERO DE TURMAS VEM DA TABELA DE
000170*             SERIES POR ESCOLA (SERIES); OS ALUNOS DE CADA
000180*             SERIE NOVA SAO DISTRIBUIDOS EM ORDEM ALFABETICA
000190*             PELAS TURMAS A/B/C, SEMPRE NA TURMA MENOS CHEIA.
000200*             IMPRIME A LISTA DE ENTURMACAO POR ESCOLA/TURMA
000210*             (RELENTUR) E A LISTA DE EXCECOES (RELEXCRM):
000220*             SERIE CONCLUIDA, TURMA ACIMA DA CAPACIDADE, ALUNO
000230*             SEM SITUACAO NO MATFINAL E SERIE SEM CARTAO. ATE
000240*             AQUI A SECRETARIA MONTAVA O CADASTRO NOVO A MAO E
000250*             O ERRO DE TURMA DE FEVEREIRO SE ESPALHAVA PELO
000260*             ALUNOS E PELO HISTBIM O ANO INTEIRO. O CADNOVO
000270*             SUBSTITUI O CADASTRO NA ABERTURA DO ANO, DEPOIS DA
000280*             VIRADA DO PROGRAMA06.
000290* TECTONICS.  cobc -x programa14.cbl
000300*
000310* MODIFICATION HISTORY.
000320*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000330*   2026-10-15 JAS  UM EVENTO "R" DO RUNCTL (RESTAURACAO DE COPIA
000340*                   PELO PROGRAMA22) ANULA A CONCLUSAO
000350*                   DO PROGRAMA03 ANTERIOR DO MESMO ANO.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PROGRAMA14.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE ASSIGN TO PARAMETROS
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MATFIN-STATUS.
000480     SELECT CAD-FILE ASSIGN TO CADASTRO
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CD-MATRICULA
000520         FILE STATUS IS WS-CAD-STATUS.
000530     SELECT MOV-FILE ASSIGN TO MOVIMENTO
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MOV-STATUS.
000560     SELECT SER-FILE ASSIGN TO SERIES
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SER-STATUS.
000590     SELECT ESC-FILE ASSIGN TO ESCOLAS
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ESCOLAS-STATUS.
000620     SELECT REMATWK-FILE ASSIGN TO REMATWK
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REMATWK-STATUS.
000650     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK09".
000660     SELECT REMATORD-FILE ASSIGN TO REMATORD
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REMATORD-STATUS.
000690     SELECT CADNOVO-FILE ASSIGN TO CADNOVO
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS NC-MATRICULA
000730         FILE STATUS IS WS-CADNOVO-STATUS.
000740     SELECT ENTURWK-FILE ASSIGN TO ENTURWK
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ENTURWK-STATUS.
000770     SELECT SORT-ENT-FILE ASSIGN TO "SORTWK10".
000780     SELECT ENTURORD-FILE ASSIGN TO ENTURORD
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ENTURORD-STATUS.
000810     SELECT RELENTUR-FILE ASSIGN TO RELENTUR
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RELENTUR-STATUS.
000840     SELECT RELEXC-FILE ASSIGN TO RELEXCRM
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RELEXC-STATUS.
000870     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RUNCTL-STATUS.
000900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-AUDIT-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  PARM-FILE
000960     RECORD CONTAINS 34 CHARACTERS.
000970     COPY PARMREC.
000980 FD  MATFIN-FILE
000990     RECORD CONTAINS 40 CHARACTERS.
001000     COPY MATFINREC.
001010 FD  CAD-FILE
001020     RECORD CONTAINS 32 CHARACTERS.
001030     COPY CADREC.
001040 FD  MOV-FILE
001050     RECORD CONTAINS 42 CHARACTERS.
001060     COPY MOVREC.
001070 FD  SER-FILE
001080     RECORD CONTAINS 22 CHARACTERS.
001090     COPY SERIEREC.
001100 FD  ESC-FILE
001110     RECORD CONTAINS 32 CHARACTERS.
001120     COPY ESCREC.
001130*-----------------------------------------------------------------
001140* CANDIDATOS A REMATRICULA (UM POR ALUNO QUE CONTINUA NA REDE),
001150* COM A SERIE DE DESTINO JA RESOLVIDA; ORDENADOS POR ESCOLA,
001160* SERIE DE DESTINO E NOME PARA A DISTRIBUICAO NAS TURMAS.
001170*-----------------------------------------------------------------
001180 FD  REMATWK-FILE
001190     RECORD CONTAINS 42 CHARACTERS.
001200 01  RW-REC.
001210     05  RW-ESCOLA         PIC 9(02).
001220     05  RW-SERIE-DEST     PIC X(08).
001230     05  RW-NOME-ALUNO     PIC X(15).
001240     05  RW-MATRICULA      PIC 9(05).
001250     05  RW-SITUACAO       PIC X(01).
001260     05  RW-ORIGEM         PIC X(01).
001270     05  RW-TURMA-ANT      PIC X(10).
001280 SD  SORT-WORK-FILE.
001290 01  SORT-REC.
001300     05  SR-ESCOLA         PIC 9(02).
001310     05  SR-SERIE-DEST     PIC X(08).
001320     05  SR-NOME-ALUNO     PIC X(15).
001330     05  SR-MATRICULA      PIC 9(05).
001340     05  SR-SITUACAO       PIC X(01).
001350     05  SR-ORIGEM         PIC X(01).
001360     05  SR-TURMA-ANT      PIC X(10).
001370 FD  REMATORD-FILE
001380     RECORD CONTAINS 42 CHARACTERS.
001390 01  RO-REC.
001400     05  RO-ESCOLA         PIC 9(02).
001410     05  RO-SERIE-DEST     PIC X(08).
001420     05  RO-NOME-ALUNO     PIC X(15).
001430     05  RO-MATRICULA      PIC 9(05).
001440     05  RO-SITUACAO       PIC X(01).
001450     05  RO-ORIGEM         PIC X(01).
001460     05  RO-TURMA-ANT      PIC X(10).
001470*-----------------------------------------------------------------
001480* CADASTRO DO ANO NOVO: MESMO LAYOUT DO CADREC (32 POSICOES).
001490*-----------------------------------------------------------------
001500 FD  CADNOVO-FILE
001510     RECORD CONTAINS 32 CHARACTERS.
001520 01  NC-REC.
001530     05  NC-MATRICULA      PIC 9(05).
001540     05  NC-NOME-ALUNO     PIC X(15).
001550     05  NC-TURMA          PIC X(10).
001560     05  NC-ESCOLA         PIC 9(02).
001570*-----------------------------------------------------------------
001580* ALUNOS ENTURMADOS, ORDENADOS POR ESCOLA/TURMA NOVA/NOME PARA A
001590* LISTA DE ENTURMACAO.
001600*-----------------------------------------------------------------
001610 FD  ENTURWK-FILE
001620     RECORD CONTAINS 47 CHARACTERS.
001630 01  EW-REC.
001640     05  EW-ESCOLA         PIC 9(02).
001650     05  EW-TURMA          PIC X(10).
001660     05  EW-NOME-ALUNO     PIC X(15).
001670     05  EW-MATRICULA      PIC 9(05).
001680     05  EW-TURMA-ANT      PIC X(10).
001690     05  EW-SITUACAO       PIC X(01).
001700     05  EW-ORIGEM         PIC X(01).
001710     05  EW-CAPACIDADE     PIC 9(03).
001720 SD  SORT-ENT-FILE.
001730 01  SORT-ENT-REC.
001740     05  ST-ESCOLA         PIC 9(02).
001750     05  ST-TURMA          PIC X(10).
001760     05  ST-NOME-ALUNO     PIC X(15).
001770     05  ST-MATRICULA      PIC 9(05).
001780     05  ST-TURMA-ANT      PIC X(10).
001790     05  ST-SITUACAO       PIC X(01).
001800     05  ST-ORIGEM         PIC X(01).
001810     05  ST-CAPACIDADE     PIC 9(03).
001820 FD  ENTURORD-FILE
001830     RECORD CONTAINS 47 CHARACTERS.
001840 01  EO-REC.
001850     05  EO-ESCOLA         PIC 9(02).
001860     05  EO-TURMA          PIC X(10).
001870     05  EO-NOME-ALUNO     PIC X(15).
001880     05  EO-MATRICULA      PIC 9(05).
001890     05  EO-TURMA-ANT      PIC X(10).
001900     05  EO-SITUACAO       PIC X(01).
001910     05  EO-ORIGEM         PIC X(01).
001920     05  EO-CAPACIDADE     PIC 9(03).
001930 FD  RELENTUR-FILE
001940     RECORD CONTAINS 132 CHARACTERS.
001950 01  RL11-LINHA                PIC X(132).
001960 FD  RELEXC-FILE
001970     RECORD CONTAINS 132 CHARACTERS.
001980 01  RL11X-LINHA               PIC X(132).
001990 FD  RUNCTL-FILE
002000     RECORD CONTAINS 36 CHARACTERS.
002010     COPY RUNREC.
002020 FD  AUDIT-FILE
002030     RECORD CONTAINS 113 CHARACTERS.
002040 01  AU-LINHA                 PIC X(113).
002050 WORKING-STORAGE SECTION.
002060*-----------------------------------------------------------------
002070* CHAVES E CONTADORES DE CONTROLE
002080*-----------------------------------------------------------------
002090 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
002100     88  PARM-OK                     VALUE "00".
002110 77  WS-MATFIN-STATUS      PIC X(02) VALUE "00".
002120     88  MATFIN-OK                   VALUE "00".
002130 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
002140     88  CAD-OK                      VALUE "00".
002150 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
002160     88  MOV-OK                      VALUE "00".
002170 77  WS-SER-STATUS         PIC X(02) VALUE "00".
002180     88  SER-OK                      VALUE "00".
002190 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002200     88  ESCOLAS-OK                  VALUE "00".
002210 77  WS-REMATWK-STATUS     PIC X(02) VALUE "00".
002220     88  REMATWK-OK                  VALUE "00".
002230 77  WS-REMATORD-STATUS    PIC X(02) VALUE "00".
002240     88  REMATORD-OK                 VALUE "00".
002250 77  WS-CADNOVO-STATUS     PIC X(02) VALUE "00".
002260     88  CADNOVO-OK                  VALUE "00".
002270 77  WS-ENTURWK-STATUS     PIC X(02) VALUE "00".
002280     88  ENTURWK-OK                  VALUE "00".
002290 77  WS-ENTURORD-STATUS    PIC X(02) VALUE "00".
002300     88  ENTURORD-OK                 VALUE "00".
002310 77  WS-RELENTUR-STATUS    PIC X(02) VALUE "00".
002320     88  RELENTUR-OK                 VALUE "00".
002330 77  WS-RELEXC-STATUS      PIC X(02) VALUE "00".
002340     88  RELEXC-OK                   VALUE "00".
002350 77  WS-FIM-PARM           PIC X(01) VALUE "N".
002360     88  FIM-PARM                    VALUE "S".
002370 77  WS-FIM-MATFIN         PIC X(01) VALUE "N".
002380     88  FIM-MATFIN                  VALUE "S".
002390 77  WS-FIM-CAD            PIC X(01) VALUE "N".
002400     88  FIM-CAD                     VALUE "S".
002410 77  WS-FIM-MOV            PIC X(01) VALUE "N".
002420     88  FIM-MOV                     VALUE "S".
002430 77  WS-FIM-SER            PIC X(01) VALUE "N".
002440     88  FIM-SER                     VALUE "S".
002450 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
002460     88  FIM-ESCOLAS                 VALUE "S".
002470 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
002480     88  FIM-ARQUIVO                 VALUE "S".
002490 77  WS-ERRO-REMATRICULA   PIC X(01) VALUE "N".
002500     88  ERRO-REMATRICULA            VALUE "S".
002510 77  WS-RELAT-ABERTOS      PIC X(01) VALUE "N".
002520     88  RELAT-ABERTOS               VALUE "S".
002530 77  WS-TOT-CADASTRO       PIC 9(05) VALUE ZEROS.
002540 77  WS-TOT-ENTURMADOS     PIC 9(05) VALUE ZEROS.
002550 77  WS-TOT-PROMOVIDOS     PIC 9(05) VALUE ZEROS.
002560 77  WS-TOT-RETIDOS        PIC 9(05) VALUE ZEROS.
002570 77  WS-TOT-TRANSFERIDOS   PIC 9(05) VALUE ZEROS.
002580 77  WS-TOT-CONCLUINTES    PIC 9(05) VALUE ZEROS.
002590 77  WS-TOT-PENDENCIAS     PIC 9(05) VALUE ZEROS.
002600*-----------------------------------------------------------------
002610* ANO LETIVO QUE FECHA (CARTAO GERAL) E ANO QUE ABRE
002620*-----------------------------------------------------------------
002630 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
002640 77  WS-ANO-NOVO           PIC 9(04) VALUE ZEROS.
002650*-----------------------------------------------------------------
002660* DATA E HORA DO SISTEMA, PARA O LIVRO DE CONTROLE E OS RELATORIOS
002670*-----------------------------------------------------------------
002680 01  WS-DATA-AAAAMMDD.
002690     05  WS-DATA-AAAA      PIC 9(04).
002700     05  WS-DATA-MM        PIC 9(02).
002710     05  WS-DATA-DD        PIC 9(02).
002720 01  WS-DATA-FORMATADA     PIC X(10).
002730 01  WS-HORA-HHMMSSCC.
002740     05  WS-HORA-HH        PIC 9(02).
002750     05  WS-HORA-MM        PIC 9(02).
002760     05  WS-HORA-SS        PIC 9(02).
002770     05  WS-HORA-CC        PIC 9(02).
002780 01  WS-HORA-FORMATADA     PIC X(08).
002790*-----------------------------------------------------------------
002800* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): A REMATRICULA EXIGE UMA
002810* RECUPERACAO CONCLUIDA DO PROGRAMA03 PARA O ANO QUE FECHA (O
002820* MATFINAL SO E DEFINITIVO DEPOIS DELA), SALVO LIBERACAO DO
002830* OPERADOR (PM-LIBERA-RERUN = "S"), REGISTRADA NO AUDITLOG.
002840*-----------------------------------------------------------------
002850 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002860     88  RUNCTL-OK                   VALUE "00".
002870 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
002880     88  AUDIT-OK                    VALUE "00".
002890 77  WS-FIM-RUNCTL         PIC X(01) VALUE "N".
002900     88  FIM-RUNCTL                  VALUE "S".
002910 77  WS-RUNCTL-EXISTE      PIC X(01) VALUE "N".
002920     88  RUNCTL-EXISTE               VALUE "S".
002930 77  WS-RUN-BLOQUEADO      PIC X(01) VALUE "N".
002940     88  RUN-BLOQUEADO               VALUE "S".
002950 77  WS-RUN-PRE-OK         PIC X(01) VALUE "N".
002960     88  RUN-PRE-OK                  VALUE "S".
002970 77  WS-LIBERA-RERUN       PIC X(01) VALUE "N".
002980     88  LIBERA-RERUN                VALUE "S".
002990 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
003000 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
003010*-----------------------------------------------------------------
003020* LINHA DE LIBERACAO GRAVADA NO AUDITLOG: O MARCADOR "LIBERACAO"
003030* NA POSICAO 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE
003040* PARA NAO CONFRONTAR ESTA LINHA.
003050*-----------------------------------------------------------------
003060 01  WS-LIB-LINHA.
003070     05  WLB-DATA          PIC X(10).
003080     05  FILLER            PIC X(01) VALUE SPACE.
003090     05  WLB-HORA          PIC X(08).
003100     05  FILLER            PIC X(02) VALUE SPACE.
003110     05  FILLER            PIC X(35)
003120         VALUE "LIBERACAO DE RERUN PELO OPERADOR - ".
003130     05  WLB-PROGRAMA      PIC X(10).
003140     05  FILLER            PIC X(06) VALUE " ANO: ".
003150     05  WLB-ANO           PIC 9(04).
003160     05  FILLER            PIC X(06) VALUE " BIM: ".
003170     05  WLB-BIMESTRE      PIC 9(01).
003180     05  FILLER            PIC X(30) VALUE SPACE.
003190*-----------------------------------------------------------------
003200* SITUACAO DEFINITIVA DO ANO QUE FECHA, CARREGADA DO MATFINAL
003210* (SO REGISTROS DO PM-ANO-LETIVO) E PROCURADA PARA CADA ALUNO DO
003220* CADASTRO.
003230*-----------------------------------------------------------------
003240 77  WS-MFT-QTD            PIC 9(04) VALUE ZEROS.
003250 77  WS-MFT-IDX            PIC 9(04) VALUE ZEROS.
003260 77  WS-MFT-ACHOU          PIC X(01) VALUE "N".
003270     88  MFT-ACHOU                   VALUE "S".
003280 01  WS-MATFIN-TABELA.
003290     05  WS-MFT-ENT OCCURS 1000 TIMES.
003300         10  WS-MFT-MATRICULA  PIC 9(05).
003310         10  WS-MFT-SITUACAO   PIC X(01).
003320         10  WS-MFT-ORIGEM     PIC X(01).
003330*-----------------------------------------------------------------
003340* MOVIMENTACAO DE ALUNOS (ARQUIVO MOVIMENTO), COMO NA APURACAO
003350* DO PROGRAMA02: ALUNO COM SAIDA REGISTRADA NO ANO E
003360* TRANSFERIDO E NAO VAI PARA O CADASTRO NOVO.
003370*-----------------------------------------------------------------
003380 77  WS-MOV-QTD            PIC 9(03) VALUE ZEROS.
003390 77  WS-MOV-IDX            PIC 9(03) VALUE ZEROS.
003400 77  WS-MOV-ACHOU          PIC X(01) VALUE "N".
003410     88  MOV-ACHOU                   VALUE "S".
003420 77  WS-MOV-BUSCA          PIC 9(05) VALUE ZEROS.
003430 01  WS-MOV-TABELA.
003440     05  WS-MOV-ENT OCCURS 500 TIMES.
003450         10  WS-MOV-MATRICULA  PIC 9(05).
003460         10  WS-MOV-TEM-ENT    PIC X(01).
003470         10  WS-MOV-BIM-ENT    PIC 9(01).
003480         10  WS-MOV-TEM-SAI    PIC X(01).
003490         10  WS-MOV-BIM-SAI    PIC 9(01).
003500*-----------------------------------------------------------------
003510* TABELA DE SERIES POR ESCOLA (ARQUIVO SERIES), COM O CONTADOR DE
003520* ALUNOS JA ENTURMADOS EM CADA TURMA (A, B, C) DA SERIE NO ANO
003530* QUE ABRE.
003540*-----------------------------------------------------------------
003550 77  WS-SRT-QTD            PIC 9(03) VALUE ZEROS.
003560 77  WS-SRT-IDX            PIC 9(03) VALUE ZEROS.
003570 77  WS-SRT-ACHOU          PIC X(01) VALUE "N".
003580     88  SRT-ACHOU                   VALUE "S".
003590 77  WS-SRT-BUSCA-ESCOLA   PIC 9(02) VALUE ZEROS.
003600 77  WS-SRT-BUSCA-SERIE    PIC X(08) VALUE SPACES.
003610 01  WS-SERIES-TABELA.
003620     05  WS-SRT-ENT OCCURS 100 TIMES.
003630         10  WS-SRT-ESCOLA     PIC 9(02).
003640         10  WS-SRT-SERIE      PIC X(08).
003650         10  WS-SRT-PROXIMA    PIC X(08).
003660         10  WS-SRT-CAPACIDADE PIC 9(03).
003670         10  WS-SRT-QTD-TURMAS PIC 9(01).
003680         10  WS-SRT-CONT       PIC 9(03) OCCURS 3 TIMES.
003690*-----------------------------------------------------------------
003700* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA O NOME NA QUEBRA DE
003710* ESCOLA DA LISTA DE ENTURMACAO.
003720*-----------------------------------------------------------------
003730 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
003740 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
003750 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
003760 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
003770 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
003780     88  ESCT-ACHOU                  VALUE "S".
003790 01  WS-ESCOLAS-TABELA.
003800     05  WS-ESCT-ENT OCCURS 10 TIMES.
003810         10  WS-ESCT-CODIGO    PIC 9(02).
003820         10  WS-ESCT-NOME      PIC X(30).
003830*-----------------------------------------------------------------
003840* SEPARACAO DA TURMA EM SERIE + LETRA ("9 ANO A" = SERIE "9 ANO",
003850* TURMA A) E MONTAGEM DA TURMA NOVA.
003860*-----------------------------------------------------------------
003870 77  WS-TUR-SUB            PIC 9(02) VALUE ZEROS.
003880 77  WS-SERIE-TAM          PIC 9(02) VALUE ZEROS.
003890 77  WS-SERIE-ATUAL        PIC X(08) VALUE SPACES.
003900 77  WS-SERIE-DEST         PIC X(08) VALUE SPACES.
003910 77  WS-TURMA-VALIDA       PIC X(01) VALUE "N".
003920     88  TURMA-VALIDA                VALUE "S".
003930 77  WS-TURMA-NOVA         PIC X(10) VALUE SPACES.
003940 77  WS-LETRAS             PIC X(03) VALUE "ABC".
003950 77  WS-LETRA-IDX          PIC 9(01) VALUE ZEROS.
003960 77  WS-LETRA-SUB          PIC 9(01) VALUE ZEROS.
003970 77  WS-MOTIVO-EXC         PIC X(40) VALUE SPACES.
003980 77  WS-SIT-ALUNO          PIC X(01) VALUE SPACE.
003990 77  WS-ORIGEM-ALUNO       PIC X(01) VALUE SPACE.
004000*-----------------------------------------------------------------
004010* QUEBRAS DA LISTA DE ENTURMACAO
004020*-----------------------------------------------------------------
004030 77  WS-TURMA-ATUAL        PIC X(10) VALUE SPACES.
004040 77  WS-QTD-TURMA          PIC 9(03) VALUE ZEROS.
004050 77  WS-CAPAC-TURMA        PIC 9(03) VALUE ZEROS.
004060 77  WS-PRIMEIRA-ESCOLA    PIC X(01) VALUE "S".
004070     88  PRIMEIRA-ESCOLA             VALUE "S".
004080*-----------------------------------------------------------------
004090* LINHAS DOS RELATORIOS DE ENTURMACAO E DE EXCECOES
004100*-----------------------------------------------------------------
004110     COPY REL11LINE.
004120 PROCEDURE DIVISION.
004130*-----------------------------------------------------------------
004140 0000-MAINLINE.
004150     PERFORM 0100-CONTROLA-INICIO THRU
004160         0100-CONTROLA-INICIO-EXIT.
004170     IF RUN-BLOQUEADO
004180        MOVE "S" TO WS-ERRO-REMATRICULA
004190     END-IF.
004200     IF NOT ERRO-REMATRICULA
004210        PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
004220     END-IF.
004230     IF NOT ERRO-REMATRICULA
004240        PERFORM 2000-SELECIONA-ALUNOS THRU
004250            2000-SELECIONA-ALUNOS-EXIT
004260     END-IF.
004270     IF NOT ERRO-REMATRICULA
004280        PERFORM 3000-ENTURMA-ALUNOS THRU
004290            3000-ENTURMA-ALUNOS-EXIT
004300     END-IF.
004310     IF NOT ERRO-REMATRICULA
004320        PERFORM 5000-IMPRIME-ENTURMACAO THRU
004330            5000-IMPRIME-ENTURMACAO-EXIT
004340     END-IF.
004350     PERFORM 8000-FINALIZA.
004360     PERFORM 0900-REGISTRA-FIM.
004370     STOP RUN.
004380*-----------------------------------------------------------------
004390* PARTIDA CONTROLADA PELO LIVRO DE EXECUCOES (RUNCTL): LE OS
004400* PARAMETROS E EXIGE NO LIVRO UMA RECUPERACAO CONCLUIDA DO
004410* PROGRAMA03 PARA O ANO QUE FECHA, SALVO LIBERACAO DO OPERADOR
004420* NO CARTAO GERAL, REGISTRADA NO AUDITLOG. GRAVA O REGISTRO "I".
004430*-----------------------------------------------------------------
004440 0100-CONTROLA-INICIO.
004450     DISPLAY "INICIO DO PROGRAMA14".
004460     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
004470     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
004480     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
004490     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
004500     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
004510     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
004520     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
004530     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
004540     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
004550     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
004560     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
004570     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
004580     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
004590     IF WS-ANO-LETIVO = ZEROS
004600        GO TO 0100-CONTROLA-INICIO-FIM
004610     END-IF.
004620     OPEN INPUT RUNCTL-FILE.
004630     IF RUNCTL-OK
004640        MOVE "S" TO WS-RUNCTL-EXISTE
004650        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
004660            UNTIL FIM-RUNCTL
004670        CLOSE RUNCTL-FILE
004680     ELSE
004690        DISPLAY "RUNCTL AINDA NAO EXISTE - SEM CONFERENCIA DE"
004700                " SEQUENCIA"
004710     END-IF.
004720     IF RUNCTL-EXISTE AND NOT RUN-PRE-OK
004730        IF LIBERA-RERUN
004740           DISPLAY "SEM RECUPERACAO CONCLUIDA DO PROGRAMA03"
004750                   " PARA O ANO " WS-ANO-LETIVO " - REMATRICULA"
004760                   " LIBERADA PELO OPERADOR"
004770           PERFORM 0180-GRAVA-LIBERACAO
004780        ELSE
004790           DISPLAY "SEM RECUPERACAO CONCLUIDA DO PROGRAMA03"
004800                   " PARA O ANO " WS-ANO-LETIVO " NO RUNCTL -"
004810                   " REMATRICULA RECUSADA"
004820           DISPLAY "RODE O PROGRAMA03 (OU USE PM-LIBERA-RERUN"
004830                   " = S NO CARTAO GERAL)"
004840           MOVE "S" TO WS-RUN-BLOQUEADO
004850           MOVE 8 TO RETURN-CODE
004860        END-IF
004870     END-IF.
004880 0100-CONTROLA-INICIO-FIM.
004890     IF NOT RUN-BLOQUEADO
004900        MOVE "I" TO WS-RUN-EVENTO
004910        MOVE ZEROS TO WS-RUN-RC
004920        PERFORM 0950-GRAVA-RUNCTL
004930     END-IF.
004940 0100-CONTROLA-INICIO-EXIT. EXIT.
004950*-----------------------------------------------------------------
004960 0150-LE-RUNCTL.
004970     READ RUNCTL-FILE
004980         AT END
004990            MOVE "S" TO WS-FIM-RUNCTL
005000            GO TO 0150-LE-RUNCTL-EXIT
005010     END-READ.
005020     IF NOT RUNCTL-OK
005030        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
005040                WS-RUNCTL-STATUS
005050        MOVE "S" TO WS-FIM-RUNCTL
005060        GO TO 0150-LE-RUNCTL-EXIT
005070     END-IF.
005080     IF RN-PROGRAMA = "PROGRAMA03"
005090        AND RN-FIM
005100        AND RN-ANO-LETIVO = WS-ANO-LETIVO
005110        AND RN-RETCODE = ZEROS
005120        MOVE "S" TO WS-RUN-PRE-OK
005130     END-IF.
005140     IF RN-PROGRAMA = "PROGRAMA03"
005150        AND RN-RESTAURACAO
005160        AND RN-ANO-LETIVO = WS-ANO-LETIVO
005170        MOVE "N" TO WS-RUN-PRE-OK
005180     END-IF.
005190 0150-LE-RUNCTL-EXIT. EXIT.
005200*-----------------------------------------------------------------
005210 0180-GRAVA-LIBERACAO.
005220     MOVE WS-DATA-FORMATADA TO WLB-DATA.
005230     MOVE WS-HORA-FORMATADA TO WLB-HORA.
005240     MOVE "PROGRAMA14"      TO WLB-PROGRAMA.
005250     MOVE WS-ANO-LETIVO     TO WLB-ANO.
005260     MOVE ZEROS             TO WLB-BIMESTRE.
005270     OPEN EXTEND AUDIT-FILE.
005280     IF NOT AUDIT-OK
005290        OPEN OUTPUT AUDIT-FILE
005300     END-IF.
005310     IF AUDIT-OK
005320        WRITE AU-LINHA FROM WS-LIB-LINHA
005330        CLOSE AUDIT-FILE
005340     ELSE
005350        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
005360                WS-AUDIT-STATUS
005370     END-IF.
005380*-----------------------------------------------------------------
005390 0900-REGISTRA-FIM.
005400     MOVE "F" TO WS-RUN-EVENTO.
005410     MOVE RETURN-CODE TO WS-RUN-RC.
005420     PERFORM 0950-GRAVA-RUNCTL.
005430*-----------------------------------------------------------------
005440 0950-GRAVA-RUNCTL.
005450     MOVE "PROGRAMA14"      TO RN-PROGRAMA.
005460     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
005470     MOVE ZEROS             TO RN-BIMESTRE.
005480     MOVE WS-DATA-FORMATADA TO RN-DATA.
005490     MOVE WS-HORA-FORMATADA TO RN-HORA.
005500     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
005510     MOVE WS-RUN-RC         TO RN-RETCODE.
005520     OPEN EXTEND RUNCTL-FILE.
005530     IF NOT RUNCTL-OK
005540        OPEN OUTPUT RUNCTL-FILE
005550     END-IF.
005560     IF RUNCTL-OK
005570        WRITE RUN-REC
005580        CLOSE RUNCTL-FILE
005590     ELSE
005600        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
005610                WS-RUNCTL-STATUS
005620     END-IF.
005630*-----------------------------------------------------------------
005640* CARREGA AS TABELAS (ESCOLAS, SERIES, MOVIMENTO E A SITUACAO DO
005650* MATFINAL), ABRE OS RELATORIOS E O CADASTRO NOVO.
005660*-----------------------------------------------------------------
005670 1000-INICIALIZA.
005680     IF WS-ANO-LETIVO = ZEROS
005690        DISPLAY "PM-ANO-LETIVO AUSENTE DO CARTAO GERAL - A"
005700                " REMATRICULA EXIGE O ANO QUE FECHA"
005710        MOVE "S" TO WS-ERRO-REMATRICULA
005720        GO TO 1000-INICIALIZA-EXIT
005730     END-IF.
005740     COMPUTE WS-ANO-NOVO = WS-ANO-LETIVO + 1.
005750     DISPLAY "REMATRICULA DO ANO " WS-ANO-LETIVO " PARA O ANO "
005760             WS-ANO-NOVO.
005770     PERFORM 1075-CARREGA-ESCOLAS THRU
005780         1075-CARREGA-ESCOLAS-EXIT.
005790     PERFORM 1080-CARREGA-SERIES THRU 1080-CARREGA-SERIES-EXIT.
005800     IF WS-SRT-QTD = ZEROS
005810        DISPLAY "TABELA SERIES VAZIA - SEM SERIES NAO HA COMO"
005820                " ENTURMAR"
005830        MOVE "S" TO WS-ERRO-REMATRICULA
005840        GO TO 1000-INICIALIZA-EXIT
005850     END-IF.
005860     PERFORM 1070-CARREGA-MOVIMENTO THRU
005870         1070-CARREGA-MOVIMENTO-EXIT.
005880     PERFORM 1060-CARREGA-MATFINAL THRU
005890         1060-CARREGA-MATFINAL-EXIT.
005900     IF ERRO-REMATRICULA
005910        GO TO 1000-INICIALIZA-EXIT
005920     END-IF.
005930     OPEN OUTPUT RELENTUR-FILE.
005940     IF NOT RELENTUR-OK
005950        DISPLAY "ERRO AO ABRIR RELENTUR - STATUS "
005960                WS-RELENTUR-STATUS
005970        MOVE "S" TO WS-ERRO-REMATRICULA
005980        GO TO 1000-INICIALIZA-EXIT
005990     END-IF.
006000     OPEN OUTPUT RELEXC-FILE.
006010     IF NOT RELEXC-OK
006020        DISPLAY "ERRO AO ABRIR RELEXCRM - STATUS "
006030                WS-RELEXC-STATUS
006040        MOVE "S" TO WS-ERRO-REMATRICULA
006050        CLOSE RELENTUR-FILE
006060        GO TO 1000-INICIALIZA-EXIT
006070     END-IF.
006080     MOVE "S" TO WS-RELAT-ABERTOS.
006090     MOVE WS-ANO-NOVO       TO W11C1-ANO W11X1-ANO.
006100     MOVE WS-DATA-FORMATADA TO W11C1-DATA W11X1-DATA.
006110     WRITE RL11X-LINHA FROM WS11-CAB-X-LINHA
006120         AFTER ADVANCING 1 LINE.
006130     WRITE RL11X-LINHA FROM WS11-CAB-X2-LINHA
006140         AFTER ADVANCING 2 LINES.
006150 1000-INICIALIZA-EXIT. EXIT.
006160*-----------------------------------------------------------------
006170 1050-LE-PARAMETROS.
006180     OPEN INPUT PARM-FILE.
006190     IF NOT PARM-OK
006200        DISPLAY "PARAMETROS NAO ENCONTRADO - STATUS "
006210                WS-PARM-STATUS
006220        GO TO 1050-LE-PARAMETROS-EXIT
006230     END-IF.
006240     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
006250         UNTIL FIM-PARM.
006260     CLOSE PARM-FILE.
006270 1050-LE-PARAMETROS-EXIT. EXIT.
006280*-----------------------------------------------------------------
006290 1055-LE-CARTAO-PARM.
006300     READ PARM-FILE
006310         AT END
006320            MOVE "S" TO WS-FIM-PARM
006330            GO TO 1055-LE-CARTAO-PARM-EXIT
006340     END-READ.
006350     IF PM-DISCIPLINA = SPACES
006360        AND PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
006370        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
006380     END-IF.
006390     IF PM-DISCIPLINA = SPACES AND PM-LIBERA-RERUN = "S"
006400        MOVE "S" TO WS-LIBERA-RERUN
006410        DISPLAY "REMATRICULA LIBERADA PELO OPERADOR NO CARTAO"
006420                " GERAL"
006430     END-IF.
006440 1055-LE-CARTAO-PARM-EXIT. EXIT.
006450*-----------------------------------------------------------------
006460* SITUACAO DEFINITIVA DO ANO QUE FECHA: SO OS REGISTROS DO
006470* PM-ANO-LETIVO. SEM MATFINAL NAO HA REMATRICULA.
006480*-----------------------------------------------------------------
006490 1060-CARREGA-MATFINAL.
006500     OPEN INPUT MATFIN-FILE.
006510     IF NOT MATFIN-OK
006520        DISPLAY "MATFINAL NAO ENCONTRADO - STATUS "
006530                WS-MATFIN-STATUS
006540                " - RODE O PROGRAMA03 ANTES DA REMATRICULA"
006550        MOVE "S" TO WS-ERRO-REMATRICULA
006560        GO TO 1060-CARREGA-MATFINAL-EXIT
006570     END-IF.
006580     PERFORM 1065-LE-MATFINAL THRU 1065-LE-MATFINAL-EXIT
006590         UNTIL FIM-MATFIN.
006600     CLOSE MATFIN-FILE.
006610     DISPLAY "SITUACOES DO MATFINAL CARREGADAS: " WS-MFT-QTD.
006620     IF WS-MFT-QTD = ZEROS
006630        DISPLAY "MATFINAL SEM REGISTROS DO ANO " WS-ANO-LETIVO
006640        MOVE "S" TO WS-ERRO-REMATRICULA
006650     END-IF.
006660 1060-CARREGA-MATFINAL-EXIT. EXIT.
006670*-----------------------------------------------------------------
006680 1065-LE-MATFINAL.
006690     READ MATFIN-FILE
006700         AT END
006710            MOVE "S" TO WS-FIM-MATFIN
006720            GO TO 1065-LE-MATFINAL-EXIT
006730     END-READ.
006740     IF NOT MATFIN-OK
006750        DISPLAY "ERRO NA LEITURA DE MATFINAL - STATUS "
006760                WS-MATFIN-STATUS
006770        MOVE "S" TO WS-FIM-MATFIN
006780        MOVE "S" TO WS-ERRO-REMATRICULA
006790        GO TO 1065-LE-MATFINAL-EXIT
006800     END-IF.
006810     IF MF-ANO-LETIVO NOT = WS-ANO-LETIVO
006820        GO TO 1065-LE-MATFINAL-EXIT
006830     END-IF.
006840     IF WS-MFT-QTD >= 1000
006850        DISPLAY "MAIS DE 1000 ALUNOS NO MATFINAL - EXCEDENTE"
006860                " IGNORADO"
006870        MOVE "S" TO WS-FIM-MATFIN
006880        GO TO 1065-LE-MATFINAL-EXIT
006890     END-IF.
006900     ADD 1 TO WS-MFT-QTD.
006910     MOVE MF-MATRICULA TO WS-MFT-MATRICULA (WS-MFT-QTD).
006920     MOVE MF-SITUACAO  TO WS-MFT-SITUACAO (WS-MFT-QTD).
006930     MOVE MF-ORIGEM    TO WS-MFT-ORIGEM (WS-MFT-QTD).
006940 1065-LE-MATFINAL-EXIT. EXIT.
006950*-----------------------------------------------------------------
006960 1070-CARREGA-MOVIMENTO.
006970     OPEN INPUT MOV-FILE.
006980     IF NOT MOV-OK
006990        DISPLAY "MOVIMENTO NAO ENCONTRADO - SEM MOVIMENTACAO"
007000                " NO ANO"
007010        GO TO 1070-CARREGA-MOVIMENTO-EXIT
007020     END-IF.
007030     PERFORM 1072-LE-MOVIMENTO THRU 1072-LE-MOVIMENTO-EXIT
007040         UNTIL FIM-MOV.
007050     CLOSE MOV-FILE.
007060     DISPLAY "MOVIMENTACAO CARREGADA: " WS-MOV-QTD " ALUNOS".
007070 1070-CARREGA-MOVIMENTO-EXIT. EXIT.
007080*-----------------------------------------------------------------
007090 1072-LE-MOVIMENTO.
007100     READ MOV-FILE
007110         AT END
007120            MOVE "S" TO WS-FIM-MOV
007130            GO TO 1072-LE-MOVIMENTO-EXIT
007140     END-READ.
007150     IF NOT MOV-OK
007160        DISPLAY "ERRO NA LEITURA DE MOVIMENTO - STATUS "
007170                WS-MOV-STATUS
007180        MOVE "S" TO WS-FIM-MOV
007190        GO TO 1072-LE-MOVIMENTO-EXIT
007200     END-IF.
007210     IF MV-MATRICULA IS NOT NUMERIC
007220        OR (NOT MV-ENTRADA AND NOT MV-SAIDA)
007230        OR MV-BIMESTRE IS NOT NUMERIC
007240        OR MV-BIMESTRE < 1 OR MV-BIMESTRE > 4
007250        DISPLAY "MOVIMENTO INVALIDO IGNORADO - MATRICULA "
007260                MV-MATRICULA " EVENTO " MV-EVENTO
007270        GO TO 1072-LE-MOVIMENTO-EXIT
007280     END-IF.
007290     MOVE MV-MATRICULA TO WS-MOV-BUSCA.
007300     PERFORM 2242-PROCURA-MOVIMENTO THRU
007310         2242-PROCURA-MOVIMENTO-EXIT.
007320     IF NOT MOV-ACHOU
007330        IF WS-MOV-QTD >= 500
007340           DISPLAY "MOVIMENTO COM MAIS DE 500 ALUNOS - "
007350                   "EXCEDENTE IGNORADO"
007360           MOVE "S" TO WS-FIM-MOV
007370           GO TO 1072-LE-MOVIMENTO-EXIT
007380        END-IF
007390        ADD 1 TO WS-MOV-QTD
007400        MOVE WS-MOV-QTD TO WS-MOV-IDX
007410        MOVE MV-MATRICULA TO WS-MOV-MATRICULA (WS-MOV-IDX)
007420        MOVE "N" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
007430        MOVE "N" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
007440        MOVE ZEROS TO WS-MOV-BIM-ENT (WS-MOV-IDX)
007450        MOVE ZEROS TO WS-MOV-BIM-SAI (WS-MOV-IDX)
007460     END-IF.
007470     IF MV-ENTRADA
007480        MOVE "S" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
007490        MOVE MV-BIMESTRE TO WS-MOV-BIM-ENT (WS-MOV-IDX)
007500     ELSE
007510        MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
007520        MOVE MV-BIMESTRE TO WS-MOV-BIM-SAI (WS-MOV-IDX)
007530     END-IF.
007540 1072-LE-MOVIMENTO-EXIT. EXIT.
007550*-----------------------------------------------------------------
007560 1075-CARREGA-ESCOLAS.
007570     OPEN INPUT ESC-FILE.
007580     IF NOT ESCOLAS-OK
007590        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
007600                WS-ESCOLAS-STATUS " - LISTA COM O CODIGO"
007610                " DA ESCOLA"
007620        GO TO 1075-CARREGA-ESCOLAS-EXIT
007630     END-IF.
007640     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
007650         UNTIL FIM-ESCOLAS.
007660     CLOSE ESC-FILE.
007670     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
007680 1075-CARREGA-ESCOLAS-EXIT. EXIT.
007690*-----------------------------------------------------------------
007700 1076-LE-ESCOLA.
007710     READ ESC-FILE
007720         AT END
007730            MOVE "S" TO WS-FIM-ESCOLAS
007740            GO TO 1076-LE-ESCOLA-EXIT
007750     END-READ.
007760     IF WS-ESCT-QTD >= 10
007770        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
007780        MOVE "S" TO WS-FIM-ESCOLAS
007790        GO TO 1076-LE-ESCOLA-EXIT
007800     END-IF.
007810     ADD 1 TO WS-ESCT-QTD.
007820     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
007830     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
007840 1076-LE-ESCOLA-EXIT. EXIT.
007850*-----------------------------------------------------------------
007860* TABELA DE SERIES: CRITICA O CARTAO (ESCOLA NUMERICA, SERIE
007870* PREENCHIDA, CAPACIDADE POSITIVA E DE 1 A 3 TURMAS) E ZERA OS
007880* CONTADORES DAS TURMAS DO ANO QUE ABRE.
007890*-----------------------------------------------------------------
007900 1080-CARREGA-SERIES.
007910     OPEN INPUT SER-FILE.
007920     IF NOT SER-OK
007930        DISPLAY "SERIES NAO ENCONTRADO - STATUS " WS-SER-STATUS
007940        GO TO 1080-CARREGA-SERIES-EXIT
007950     END-IF.
007960     PERFORM 1085-LE-SERIE THRU 1085-LE-SERIE-EXIT
007970         UNTIL FIM-SER.
007980     CLOSE SER-FILE.
007990     DISPLAY "SERIES CARREGADAS: " WS-SRT-QTD.
008000 1080-CARREGA-SERIES-EXIT. EXIT.
008010*-----------------------------------------------------------------
008020 1085-LE-SERIE.
008030     READ SER-FILE
008040         AT END
008050            MOVE "S" TO WS-FIM-SER
008060            GO TO 1085-LE-SERIE-EXIT
008070     END-READ.
008080     IF NOT SER-OK
008090        DISPLAY "ERRO NA LEITURA DE SERIES - STATUS "
008100                WS-SER-STATUS
008110        MOVE "S" TO WS-FIM-SER
008120        GO TO 1085-LE-SERIE-EXIT
008130     END-IF.
008140     IF SE-ESCOLA IS NOT NUMERIC
008150        OR SE-SERIE = SPACES
008160        OR SE-CAPACIDADE IS NOT NUMERIC
008170        OR SE-CAPACIDADE = ZEROS
008180        OR SE-QTD-TURMAS IS NOT NUMERIC
008190        OR SE-QTD-TURMAS < 1 OR SE-QTD-TURMAS > 3
008200        DISPLAY "CARTAO DE SERIE INVALIDO IGNORADO - ESCOLA "
008210                SE-ESCOLA " SERIE " SE-SERIE
008220        GO TO 1085-LE-SERIE-EXIT
008230     END-IF.
008240     IF WS-SRT-QTD >= 100
008250        DISPLAY "MAIS DE 100 SERIES - EXCEDENTE IGNORADO"
008260        MOVE "S" TO WS-FIM-SER
008270        GO TO 1085-LE-SERIE-EXIT
008280     END-IF.
008290     ADD 1 TO WS-SRT-QTD.
008300     MOVE SE-ESCOLA        TO WS-SRT-ESCOLA (WS-SRT-QTD).
008310     MOVE SE-SERIE         TO WS-SRT-SERIE (WS-SRT-QTD).
008320     MOVE SE-SERIE-PROXIMA TO WS-SRT-PROXIMA (WS-SRT-QTD).
008330     MOVE SE-CAPACIDADE    TO WS-SRT-CAPACIDADE (WS-SRT-QTD).
008340     MOVE SE-QTD-TURMAS    TO WS-SRT-QTD-TURMAS (WS-SRT-QTD).
008350     MOVE ZEROS TO WS-SRT-CONT (WS-SRT-QTD, 1)
008360                   WS-SRT-CONT (WS-SRT-QTD, 2)
008370                   WS-SRT-CONT (WS-SRT-QTD, 3).
008380 1085-LE-SERIE-EXIT. EXIT.
008390*-----------------------------------------------------------------
008400* PERCORRE O CADASTRO CORRENTE E GRAVA NO REMATWK OS ALUNOS QUE
008410* CONTINUAM NA REDE, COM A SERIE DE DESTINO; OS DEMAIS VAO PARA
008420* A LISTA DE EXCECOES OU PARA O TOTAL DE TRANSFERIDOS.
008430*-----------------------------------------------------------------
008440 2000-SELECIONA-ALUNOS.
008450     OPEN INPUT CAD-FILE.
008460     IF NOT CAD-OK
008470        DISPLAY "CADASTRO NAO ENCONTRADO - STATUS " WS-CAD-STATUS
008480        MOVE "S" TO WS-ERRO-REMATRICULA
008490        GO TO 2000-SELECIONA-ALUNOS-EXIT
008500     END-IF.
008510     OPEN OUTPUT REMATWK-FILE.
008520     IF NOT REMATWK-OK
008530        DISPLAY "ERRO AO ABRIR REMATWK - STATUS "
008540                WS-REMATWK-STATUS
008550        MOVE "S" TO WS-ERRO-REMATRICULA
008560        CLOSE CAD-FILE
008570        GO TO 2000-SELECIONA-ALUNOS-EXIT
008580     END-IF.
008590     PERFORM 2100-TRATA-ALUNO THRU 2100-TRATA-ALUNO-EXIT
008600         UNTIL FIM-CAD.
008610     CLOSE CAD-FILE.
008620     CLOSE REMATWK-FILE.
008630 2000-SELECIONA-ALUNOS-EXIT. EXIT.
008640*-----------------------------------------------------------------
008650 2100-TRATA-ALUNO.
008660     READ CAD-FILE NEXT RECORD
008670         AT END
008680            MOVE "S" TO WS-FIM-CAD
008690            GO TO 2100-TRATA-ALUNO-EXIT
008700     END-READ.
008710     IF NOT CAD-OK
008720        DISPLAY "ERRO NA LEITURA DE CADASTRO - STATUS "
008730                WS-CAD-STATUS
008740        MOVE "S" TO WS-FIM-CAD
008750        MOVE "S" TO WS-ERRO-REMATRICULA
008760        GO TO 2100-TRATA-ALUNO-EXIT
008770     END-IF.
008780     ADD 1 TO WS-TOT-CADASTRO.
008790*    SAIDA REGISTRADA NO MOVIMENTO: TRANSFERIDO, COMO NA APURACAO.
008800     MOVE CD-MATRICULA TO WS-MOV-BUSCA.
008810     PERFORM 2242-PROCURA-MOVIMENTO THRU
008820         2242-PROCURA-MOVIMENTO-EXIT.
008830     IF MOV-ACHOU
008840        IF WS-MOV-TEM-SAI (WS-MOV-IDX) = "S"
008850           ADD 1 TO WS-TOT-TRANSFERIDOS
008860           GO TO 2100-TRATA-ALUNO-EXIT
008870        END-IF
008880     END-IF.
008890     PERFORM 2200-PROCURA-MATFINAL THRU
008900         2200-PROCURA-MATFINAL-EXIT.
008910     IF NOT MFT-ACHOU
008920        MOVE "ALUNO SEM SITUACAO NO MATFINAL DO ANO"
008930            TO WS-MOTIVO-EXC
008940        PERFORM 2900-GRAVA-PENDENCIA
008950        GO TO 2100-TRATA-ALUNO-EXIT
008960     END-IF.
008970     MOVE WS-MFT-SITUACAO (WS-MFT-IDX) TO WS-SIT-ALUNO.
008980     MOVE WS-MFT-ORIGEM (WS-MFT-IDX)   TO WS-ORIGEM-ALUNO.
008990     IF WS-SIT-ALUNO = "T"
009000        ADD 1 TO WS-TOT-TRANSFERIDOS
009010        GO TO 2100-TRATA-ALUNO-EXIT
009020     END-IF.
009030     IF WS-SIT-ALUNO = "I"
009040        MOVE "APURACAO INCOMPLETA NO MATFINAL"
009050            TO WS-MOTIVO-EXC
009060        PERFORM 2900-GRAVA-PENDENCIA
009070        GO TO 2100-TRATA-ALUNO-EXIT
009080     END-IF.
009090     IF WS-SIT-ALUNO NOT = "P" AND WS-SIT-ALUNO NOT = "R"
009100        MOVE "SITUACAO INVALIDA NO MATFINAL" TO WS-MOTIVO-EXC
009110        PERFORM 2900-GRAVA-PENDENCIA
009120        GO TO 2100-TRATA-ALUNO-EXIT
009130     END-IF.
009140     PERFORM 2300-SEPARA-TURMA THRU 2300-SEPARA-TURMA-EXIT.
009150     IF NOT TURMA-VALIDA
009160        MOVE "TURMA ATUAL FORA DO PADRAO SERIE + LETRA"
009170            TO WS-MOTIVO-EXC
009180        PERFORM 2900-GRAVA-PENDENCIA
009190        GO TO 2100-TRATA-ALUNO-EXIT
009200     END-IF.
009210     MOVE CD-ESCOLA      TO WS-SRT-BUSCA-ESCOLA.
009220     MOVE WS-SERIE-ATUAL TO WS-SRT-BUSCA-SERIE.
009230     PERFORM 9200-PROCURA-SERIE THRU 9200-PROCURA-SERIE-EXIT.
009240     IF NOT SRT-ACHOU
009250        MOVE "SERIE ATUAL SEM CARTAO NA TABELA SERIES"
009260            TO WS-MOTIVO-EXC
009270        PERFORM 2900-GRAVA-PENDENCIA
009280        GO TO 2100-TRATA-ALUNO-EXIT
009290     END-IF.
009300     IF WS-SIT-ALUNO = "R"
009310        MOVE WS-SERIE-ATUAL TO WS-SERIE-DEST
009320        ADD 1 TO WS-TOT-RETIDOS
009330     ELSE
009340        IF WS-SRT-PROXIMA (WS-SRT-IDX) = SPACES
009350           ADD 1 TO WS-TOT-CONCLUINTES
009360           MOVE "SERIE CONCLUIDA - SAI DO CADASTRO"
009370               TO WS-MOTIVO-EXC
009380           PERFORM 2950-GRAVA-EXCECAO
009390           GO TO 2100-TRATA-ALUNO-EXIT
009400        END-IF
009410        MOVE WS-SRT-PROXIMA (WS-SRT-IDX) TO WS-SERIE-DEST
009420        MOVE WS-SERIE-DEST TO WS-SRT-BUSCA-SERIE
009430        PERFORM 9200-PROCURA-SERIE THRU 9200-PROCURA-SERIE-EXIT
009440        IF NOT SRT-ACHOU
009450           MOVE "SERIE SEGUINTE SEM CARTAO NA TABELA SERIES"
009460               TO WS-MOTIVO-EXC
009470           PERFORM 2900-GRAVA-PENDENCIA
009480           GO TO 2100-TRATA-ALUNO-EXIT
009490        END-IF
009500        ADD 1 TO WS-TOT-PROMOVIDOS
009510     END-IF.
009520     MOVE CD-ESCOLA       TO RW-ESCOLA.
009530     MOVE WS-SERIE-DEST   TO RW-SERIE-DEST.
009540     MOVE CD-NOME-ALUNO   TO RW-NOME-ALUNO.
009550     MOVE CD-MATRICULA    TO RW-MATRICULA.
009560     MOVE WS-SIT-ALUNO    TO RW-SITUACAO.
009570     MOVE WS-ORIGEM-ALUNO TO RW-ORIGEM.
009580     MOVE CD-TURMA        TO RW-TURMA-ANT.
009590     WRITE RW-REC.
009600 2100-TRATA-ALUNO-EXIT. EXIT.
009610*-----------------------------------------------------------------
009620 2200-PROCURA-MATFINAL.
009630     MOVE "N" TO WS-MFT-ACHOU.
009640     MOVE 1 TO WS-MFT-IDX.
009650     PERFORM 2250-COMPARA-MATFINAL THRU
009660         2250-COMPARA-MATFINAL-EXIT
009670         UNTIL MFT-ACHOU OR WS-MFT-IDX > WS-MFT-QTD.
009680 2200-PROCURA-MATFINAL-EXIT. EXIT.
009690*-----------------------------------------------------------------
009700 2250-COMPARA-MATFINAL.
009710     IF WS-MFT-MATRICULA (WS-MFT-IDX) = CD-MATRICULA
009720        MOVE "S" TO WS-MFT-ACHOU
009730     ELSE
009740        ADD 1 TO WS-MFT-IDX
009750     END-IF.
009760 2250-COMPARA-MATFINAL-EXIT. EXIT.
009770*-----------------------------------------------------------------
009780 2242-PROCURA-MOVIMENTO.
009790     MOVE "N" TO WS-MOV-ACHOU.
009800     MOVE 1 TO WS-MOV-IDX.
009810     PERFORM 2244-COMPARA-MOVIMENTO THRU
009820         2244-COMPARA-MOVIMENTO-EXIT
009830         UNTIL MOV-ACHOU OR WS-MOV-IDX > WS-MOV-QTD.
009840 2242-PROCURA-MOVIMENTO-EXIT. EXIT.
009850*-----------------------------------------------------------------
009860 2244-COMPARA-MOVIMENTO.
009870     IF WS-MOV-MATRICULA (WS-MOV-IDX) = WS-MOV-BUSCA
009880        MOVE "S" TO WS-MOV-ACHOU
009890     ELSE
009900        ADD 1 TO WS-MOV-IDX
009910     END-IF.
009920 2244-COMPARA-MOVIMENTO-EXIT. EXIT.
009930*-----------------------------------------------------------------
009940* SEPARA CD-TURMA EM SERIE + LETRA: A LETRA E O ULTIMO CARACTER
009950* PREENCHIDO, PRECEDIDO DE UM BRANCO; A SERIE E O TEXTO ANTES
009960* DELE (ATE 8 POSICOES).
009970*-----------------------------------------------------------------
009980 2300-SEPARA-TURMA.
009990     MOVE "N" TO WS-TURMA-VALIDA.
010000     MOVE SPACES TO WS-SERIE-ATUAL.
010010     MOVE 10 TO WS-TUR-SUB.
010020     PERFORM 2350-RECUA-TURMA THRU 2350-RECUA-TURMA-EXIT
010030         UNTIL WS-TUR-SUB = ZEROS
010040         OR CD-TURMA (WS-TUR-SUB:1) NOT = SPACE.
010050     IF WS-TUR-SUB < 3
010060        GO TO 2300-SEPARA-TURMA-EXIT
010070     END-IF.
010080     IF CD-TURMA (WS-TUR-SUB - 1:1) NOT = SPACE
010090        GO TO 2300-SEPARA-TURMA-EXIT
010100     END-IF.
010110     COMPUTE WS-SERIE-TAM = WS-TUR-SUB - 2.
010120     IF WS-SERIE-TAM > 8
010130        GO TO 2300-SEPARA-TURMA-EXIT
010140     END-IF.
010150     MOVE CD-TURMA (1:WS-SERIE-TAM) TO WS-SERIE-ATUAL.
010160     MOVE "S" TO WS-TURMA-VALIDA.
010170 2300-SEPARA-TURMA-EXIT. EXIT.
010180*-----------------------------------------------------------------
010190 2350-RECUA-TURMA.
010200     SUBTRACT 1 FROM WS-TUR-SUB.
010210 2350-RECUA-TURMA-EXIT. EXIT.
010220*-----------------------------------------------------------------
010230* EXCECAO QUE A SECRETARIA PRECISA RESOLVER (O ALUNO NAO ENTRA NO
010240* CADASTRO NOVO OU ENTRA ACIMA DA CAPACIDADE): CONTA COMO
010250* PENDENCIA E LEVA O RETURN-CODE 8 NO FIM.
010260*-----------------------------------------------------------------
010270 2900-GRAVA-PENDENCIA.
010280     ADD 1 TO WS-TOT-PENDENCIAS.
010290     PERFORM 2950-GRAVA-EXCECAO.
010300*-----------------------------------------------------------------
010310 2950-GRAVA-EXCECAO.
010320     MOVE CD-ESCOLA     TO W11X-ESCOLA.
010330     MOVE CD-MATRICULA  TO W11X-MATRICULA.
010340     MOVE CD-NOME-ALUNO TO W11X-NOME-ALUNO.
010350     MOVE CD-TURMA      TO W11X-TURMA.
010360     MOVE WS-MOTIVO-EXC TO W11X-MOTIVO.
010370     WRITE RL11X-LINHA FROM WS11-EXC-LINHA
010380         AFTER ADVANCING 1 LINE.
010390*-----------------------------------------------------------------
010400* ORDENA OS CANDIDATOS POR ESCOLA/SERIE DE DESTINO/NOME E
010410* DISTRIBUI CADA UM NA TURMA MENOS CHEIA DA SERIE, GRAVANDO O
010420* CADASTRO NOVO E O TRABALHO DA LISTA DE ENTURMACAO.
010430*-----------------------------------------------------------------
010440 3000-ENTURMA-ALUNOS.
010450     SORT SORT-WORK-FILE
010460         ON ASCENDING KEY SR-ESCOLA SR-SERIE-DEST SR-NOME-ALUNO
010470         USING REMATWK-FILE
010480         GIVING REMATORD-FILE.
010490     OPEN INPUT REMATORD-FILE.
010500     IF NOT REMATORD-OK
010510        DISPLAY "ERRO AO ABRIR REMATORD - STATUS "
010520                WS-REMATORD-STATUS
010530        MOVE "S" TO WS-ERRO-REMATRICULA
010540        GO TO 3000-ENTURMA-ALUNOS-EXIT
010550     END-IF.
010560     OPEN OUTPUT CADNOVO-FILE.
010570     IF NOT CADNOVO-OK
010580        DISPLAY "ERRO AO ABRIR CADNOVO - STATUS "
010590                WS-CADNOVO-STATUS
010600        MOVE "S" TO WS-ERRO-REMATRICULA
010610        CLOSE REMATORD-FILE
010620        GO TO 3000-ENTURMA-ALUNOS-EXIT
010630     END-IF.
010640     OPEN OUTPUT ENTURWK-FILE.
010650     IF NOT ENTURWK-OK
010660        DISPLAY "ERRO AO ABRIR ENTURWK - STATUS "
010670                WS-ENTURWK-STATUS
010680        MOVE "S" TO WS-ERRO-REMATRICULA
010690        CLOSE REMATORD-FILE
010700        CLOSE CADNOVO-FILE
010710        GO TO 3000-ENTURMA-ALUNOS-EXIT
010720     END-IF.
010730     MOVE "N" TO WS-FIM-ARQUIVO.
010740     PERFORM 3100-ENTURMA-ALUNO THRU 3100-ENTURMA-ALUNO-EXIT
010750         UNTIL FIM-ARQUIVO.
010760     CLOSE REMATORD-FILE.
010770     CLOSE CADNOVO-FILE.
010780     CLOSE ENTURWK-FILE.
010790 3000-ENTURMA-ALUNOS-EXIT. EXIT.
010800*-----------------------------------------------------------------
010810 3100-ENTURMA-ALUNO.
010820     READ REMATORD-FILE
010830         AT END
010840            MOVE "S" TO WS-FIM-ARQUIVO
010850            GO TO 3100-ENTURMA-ALUNO-EXIT
010860     END-READ.
010870     IF NOT REMATORD-OK
010880        DISPLAY "ERRO NA LEITURA DE REMATORD - STATUS "
010890                WS-REMATORD-STATUS
010900        MOVE "S" TO WS-FIM-ARQUIVO
010910        MOVE "S" TO WS-ERRO-REMATRICULA
010920        GO TO 3100-ENTURMA-ALUNO-EXIT
010930     END-IF.
010940     MOVE RO-ESCOLA     TO WS-SRT-BUSCA-ESCOLA.
010950     MOVE RO-SERIE-DEST TO WS-SRT-BUSCA-SERIE.
010960     PERFORM 9200-PROCURA-SERIE THRU 9200-PROCURA-SERIE-EXIT.
010970     IF NOT SRT-ACHOU
010980        DISPLAY "SERIE " RO-SERIE-DEST " NAO ACHADA NA TABELA -"
010990                " MATRICULA " RO-MATRICULA
011000        MOVE "S" TO WS-ERRO-REMATRICULA
011010        GO TO 3100-ENTURMA-ALUNO-EXIT
011020     END-IF.
011030*    ESCOLHE A TURMA MENOS CHEIA; EMPATE FICA COM A PRIMEIRA
011040*    LETRA, O QUE DISTRIBUI A ORDEM ALFABETICA EM RODIZIO.
011050     MOVE 1 TO WS-LETRA-IDX.
011060     PERFORM 3150-COMPARA-TURMA THRU 3150-COMPARA-TURMA-EXIT
011070         VARYING WS-LETRA-SUB FROM 2 BY 1
011080         UNTIL WS-LETRA-SUB > WS-SRT-QTD-TURMAS (WS-SRT-IDX).
011090     IF WS-SRT-CONT (WS-SRT-IDX, WS-LETRA-IDX)
011100        NOT < WS-SRT-CAPACIDADE (WS-SRT-IDX)
011110        ADD 1 TO WS-TOT-PENDENCIAS
011120        MOVE RO-ESCOLA     TO W11X-ESCOLA
011130        MOVE RO-MATRICULA  TO W11X-MATRICULA
011140        MOVE RO-NOME-ALUNO TO W11X-NOME-ALUNO
011150        MOVE RO-TURMA-ANT  TO W11X-TURMA
011160        MOVE "TURMAS DA SERIE SEGUINTE ACIMA DA CAPACIDADE"
011170            TO W11X-MOTIVO
011180        WRITE RL11X-LINHA FROM WS11-EXC-LINHA
011190            AFTER ADVANCING 1 LINE
011200     END-IF.
011210     ADD 1 TO WS-SRT-CONT (WS-SRT-IDX, WS-LETRA-IDX).
011220     MOVE RO-SERIE-DEST TO WS-SERIE-DEST.
011230     MOVE 8 TO WS-SERIE-TAM.
011240     PERFORM 3200-ACHA-TAMANHO-SERIE THRU
011250         3200-ACHA-TAMANHO-SERIE-EXIT
011260         UNTIL WS-SERIE-TAM = ZEROS
011270         OR WS-SERIE-DEST (WS-SERIE-TAM:1) NOT = SPACE.
011280     MOVE SPACES TO WS-TURMA-NOVA.
011290     STRING WS-SERIE-DEST (1:WS-SERIE-TAM) " "
011300            WS-LETRAS (WS-LETRA-IDX:1)
011310         DELIMITED BY SIZE INTO WS-TURMA-NOVA.
011320     MOVE RO-MATRICULA  TO NC-MATRICULA.
011330     MOVE RO-NOME-ALUNO TO NC-NOME-ALUNO.
011340     MOVE WS-TURMA-NOVA TO NC-TURMA.
011350     MOVE RO-ESCOLA     TO NC-ESCOLA.
011360     WRITE NC-REC
011370         INVALID KEY
011380            DISPLAY "MATRICULA DUPLICADA NO CADNOVO - "
011390                    RO-MATRICULA
011400            MOVE "S" TO WS-ERRO-REMATRICULA
011410            GO TO 3100-ENTURMA-ALUNO-EXIT
011420     END-WRITE.
011430     ADD 1 TO WS-TOT-ENTURMADOS.
011440     MOVE RO-ESCOLA     TO EW-ESCOLA.
011450     MOVE WS-TURMA-NOVA TO EW-TURMA.
011460     MOVE RO-NOME-ALUNO TO EW-NOME-ALUNO.
011470     MOVE RO-MATRICULA  TO EW-MATRICULA.
011480     MOVE RO-TURMA-ANT  TO EW-TURMA-ANT.
011490     MOVE RO-SITUACAO   TO EW-SITUACAO.
011500     MOVE RO-ORIGEM     TO EW-ORIGEM.
011510     MOVE WS-SRT-CAPACIDADE (WS-SRT-IDX) TO EW-CAPACIDADE.
011520     WRITE EW-REC.
011530 3100-ENTURMA-ALUNO-EXIT. EXIT.
011540*-----------------------------------------------------------------
011550 3150-COMPARA-TURMA.
011560     IF WS-SRT-CONT (WS-SRT-IDX, WS-LETRA-SUB)
011570        < WS-SRT-CONT (WS-SRT-IDX, WS-LETRA-IDX)
011580        MOVE WS-LETRA-SUB TO WS-LETRA-IDX
011590     END-IF.
011600 3150-COMPARA-TURMA-EXIT. EXIT.
011610*-----------------------------------------------------------------
011620 3200-ACHA-TAMANHO-SERIE.
011630     SUBTRACT 1 FROM WS-SERIE-TAM.
011640 3200-ACHA-TAMANHO-SERIE-EXIT. EXIT.
011650*-----------------------------------------------------------------
011660* LISTA DE ENTURMACAO: ORDENA POR ESCOLA/TURMA NOVA/NOME E
011670* IMPRIME COM SALTO DE PAGINA POR ESCOLA E QUEBRA POR TURMA.
011680*-----------------------------------------------------------------
011690 5000-IMPRIME-ENTURMACAO.
011700     SORT SORT-ENT-FILE
011710         ON ASCENDING KEY ST-ESCOLA ST-TURMA ST-NOME-ALUNO
011720         USING ENTURWK-FILE
011730         GIVING ENTURORD-FILE.
011740     OPEN INPUT ENTURORD-FILE.
011750     IF NOT ENTURORD-OK
011760        DISPLAY "ERRO AO ABRIR ENTURORD - STATUS "
011770                WS-ENTURORD-STATUS
011780        MOVE "S" TO WS-ERRO-REMATRICULA
011790        GO TO 5000-IMPRIME-ENTURMACAO-EXIT
011800     END-IF.
011810     MOVE ZEROS  TO WS-ESCOLA-ATUAL.
011820     MOVE SPACES TO WS-TURMA-ATUAL.
011830     MOVE "N" TO WS-FIM-ARQUIVO.
011840     PERFORM 5100-IMPRIME-ALUNO THRU 5100-IMPRIME-ALUNO-EXIT
011850         UNTIL FIM-ARQUIVO.
011860     IF WS-TURMA-ATUAL NOT = SPACES
011870        PERFORM 5300-FECHA-TURMA
011880     END-IF.
011890     CLOSE ENTURORD-FILE.
011900 5000-IMPRIME-ENTURMACAO-EXIT. EXIT.
011910*-----------------------------------------------------------------
011920 5100-IMPRIME-ALUNO.
011930     READ ENTURORD-FILE
011940         AT END
011950            MOVE "S" TO WS-FIM-ARQUIVO
011960            GO TO 5100-IMPRIME-ALUNO-EXIT
011970     END-READ.
011980     IF NOT ENTURORD-OK
011990        DISPLAY "ERRO NA LEITURA DE ENTURORD - STATUS "
012000                WS-ENTURORD-STATUS
012010        MOVE "S" TO WS-FIM-ARQUIVO
012020        MOVE "S" TO WS-ERRO-REMATRICULA
012030        GO TO 5100-IMPRIME-ALUNO-EXIT
012040     END-IF.
012050     IF EO-ESCOLA NOT = WS-ESCOLA-ATUAL
012060        OR EO-TURMA NOT = WS-TURMA-ATUAL
012070        IF WS-TURMA-ATUAL NOT = SPACES
012080           PERFORM 5300-FECHA-TURMA
012090        END-IF
012100        IF EO-ESCOLA NOT = WS-ESCOLA-ATUAL
012110           PERFORM 5200-ABRE-ESCOLA
012120        END-IF
012130        MOVE EO-TURMA      TO WS-TURMA-ATUAL
012140        MOVE EO-CAPACIDADE TO WS-CAPAC-TURMA
012150        MOVE ZEROS         TO WS-QTD-TURMA
012160        MOVE EO-TURMA      TO W11T-TURMA
012170        WRITE RL11-LINHA FROM WS11-TUR-LINHA
012180            AFTER ADVANCING 2 LINES
012190        WRITE RL11-LINHA FROM WS11-CAB-2-LINHA
012200            AFTER ADVANCING 1 LINE
012210     END-IF.
012220     MOVE EO-MATRICULA  TO W11D-MATRICULA.
012230     MOVE EO-NOME-ALUNO TO W11D-NOME-ALUNO.
012240     MOVE EO-TURMA-ANT  TO W11D-TURMA-ANT.
012250     EVALUATE TRUE
012260        WHEN EO-SITUACAO = "P" AND EO-ORIGEM = "C"
012270           MOVE "PROMOVIDO CONSELHO" TO W11D-SITUACAO
012280        WHEN EO-SITUACAO = "P"
012290           MOVE "PROMOVIDO"          TO W11D-SITUACAO
012300        WHEN OTHER
012310           MOVE "RETIDO"             TO W11D-SITUACAO
012320     END-EVALUATE.
012330     WRITE RL11-LINHA FROM WS11-DET-LINHA
012340         AFTER ADVANCING 1 LINE.
012350     ADD 1 TO WS-QTD-TURMA.
012360 5100-IMPRIME-ALUNO-EXIT. EXIT.
012370*-----------------------------------------------------------------
012380* ABRE A PAGINA DA ESCOLA: SALTO DE PAGINA (MENOS NA PRIMEIRA),
012390* CABECALHO DO ANO E NOME DA ESCOLA.
012400*-----------------------------------------------------------------
012410 5200-ABRE-ESCOLA.
012420     MOVE EO-ESCOLA TO WS-ESCOLA-ATUAL.
012430     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
012440     IF PRIMEIRA-ESCOLA
012450        WRITE RL11-LINHA FROM WS11-CAB-1-LINHA
012460            AFTER ADVANCING 1 LINE
012470        MOVE "N" TO WS-PRIMEIRA-ESCOLA
012480     ELSE
012490        WRITE RL11-LINHA FROM WS11-CAB-1-LINHA
012500            AFTER ADVANCING PAGE
012510     END-IF.
012520     MOVE WS-ESCOLA-ATUAL TO W11E-ESCOLA.
012530     MOVE WS-NOME-ESCOLA  TO W11E-NOME.
012540     WRITE RL11-LINHA FROM WS11-ESC-LINHA
012550         AFTER ADVANCING 1 LINE.
012560*-----------------------------------------------------------------
012570 5300-FECHA-TURMA.
012580     MOVE WS-QTD-TURMA   TO W11S-QTD.
012590     MOVE WS-CAPAC-TURMA TO W11S-CAPACIDADE.
012600     WRITE RL11-LINHA FROM WS11-TOT-TUR-LINHA
012610         AFTER ADVANCING 1 LINE.
012620*-----------------------------------------------------------------
012630 8000-FINALIZA.
012640     IF RELAT-ABERTOS
012650        MOVE WS-TOT-ENTURMADOS   TO W11R-ENTURMADOS
012660        MOVE WS-TOT-TRANSFERIDOS TO W11R-TRANSFERIDOS
012670        WRITE RL11-LINHA FROM WS11-TRL-LINHA
012680            AFTER ADVANCING 2 LINES
012690        CLOSE RELENTUR-FILE
012700        MOVE WS-TOT-CONCLUINTES  TO W11Y-CONCLUINTES
012710        MOVE WS-TOT-PENDENCIAS   TO W11Y-PENDENCIAS
012720        WRITE RL11X-LINHA FROM WS11-TRX-LINHA
012730            AFTER ADVANCING 2 LINES
012740        CLOSE RELEXC-FILE
012750     END-IF.
012760     DISPLAY "ALUNOS NO CADASTRO.....: " WS-TOT-CADASTRO.
012770     DISPLAY "ENTURMADOS NO ANO NOVO.: " WS-TOT-ENTURMADOS
012780             " (PROMOVIDOS: " WS-TOT-PROMOVIDOS
012790             " RETIDOS: " WS-TOT-RETIDOS ")".
012800     DISPLAY "SERIE CONCLUIDA........: " WS-TOT-CONCLUINTES.
012810     DISPLAY "TRANSFERIDOS EXCLUIDOS.: " WS-TOT-TRANSFERIDOS.
012820     DISPLAY "PENDENCIAS.............: " WS-TOT-PENDENCIAS.
012830     IF ERRO-REMATRICULA OR WS-TOT-PENDENCIAS > ZEROS
012840        MOVE 8 TO RETURN-CODE
012850        DISPLAY "REMATRICULA COM PENDENCIAS - RETURN-CODE 8"
012860     END-IF.
012870     DISPLAY "FIM DO PROGRAMA14".
012880*-----------------------------------------------------------------
012890* NOME DA ESCOLA DA QUEBRA, DO CADASTRO ESCOLAS; ESCOLA SEM
012900* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
012910*-----------------------------------------------------------------
012920 9100-PROCURA-ESCOLA.
012930     MOVE "N" TO WS-ESCT-ACHOU.
012940     MOVE 1 TO WS-ESCT-IDX.
012950     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
012960         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
012970     IF ESCT-ACHOU
012980        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
012990     ELSE
013000        MOVE SPACES TO WS-NOME-ESCOLA
013010        STRING "ESCOLA " WS-ESCOLA-ATUAL
013020            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
013030     END-IF.
013040 9100-PROCURA-ESCOLA-EXIT. EXIT.
013050*-----------------------------------------------------------------
013060 9150-COMPARA-ESCOLA.
013070     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
013080        MOVE "S" TO WS-ESCT-ACHOU
013090     ELSE
013100        ADD 1 TO WS-ESCT-IDX
013110     END-IF.
013120 9150-COMPARA-ESCOLA-EXIT. EXIT.
013130*-----------------------------------------------------------------
013140 9200-PROCURA-SERIE.
013150     MOVE "N" TO WS-SRT-ACHOU.
013160     MOVE 1 TO WS-SRT-IDX.
013170     PERFORM 9250-COMPARA-SERIE THRU 9250-COMPARA-SERIE-EXIT
013180         UNTIL SRT-ACHOU OR WS-SRT-IDX > WS-SRT-QTD.
013190 9200-PROCURA-SERIE-EXIT. EXIT.
013200*-----------------------------------------------------------------
013210 9250-COMPARA-SERIE.
013220     IF WS-SRT-ESCOLA (WS-SRT-IDX) = WS-SRT-BUSCA-ESCOLA
013230        AND WS-SRT-SERIE (WS-SRT-IDX) = WS-SRT-BUSCA-SERIE
013240        MOVE "S" TO WS-SRT-ACHOU
013250     ELSE
013260        ADD 1 TO WS-SRT-IDX
013270     END-IF.
013280 9250-COMPARA-SERIE-EXIT. EXIT.
013290*-----------------------------------------------------------------
013300 END PROGRAM PROGRAMA14.
