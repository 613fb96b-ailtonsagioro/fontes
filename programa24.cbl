000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    SIMULACAO DA APURACAO ANUAL. TODO ANO A REDE
000070*             DISCUTE MUDAR A NOTA DE CORTE, O PM-MAX-REPROVA,
000080*             O PM-FREQ-MINIMA OU OS PESOS DAS DISCIPLINAS, E A
000090*             UNICA FORMA DE VER O EFEITO ERA MUDAR O BARALHO
000100*             PARAMETROS E RODAR DE NOVO O PROGRAMA02, QUE
000110*             REGRAVA O MATRANUAL E ENTRA NO LIVRO RUNCTL.
000120*             ESTE PROGRAMA REFAZ A MESMA APURACAO DO
000130*             PROGRAMA02 (MEDIA ANUAL POR DISCIPLINA CONTRA O
000140*             CORTE, MAXIMO DE REPROVACOES, FREQUENCIA MINIMA,
000150*             DEPENDENCIA ABERTA, TRANSFERIDOS E RECEBIDOS)
000160*             UMA VEZ PARA O BARALHO REAL (PARAMETROS) E UMA
000170*             VEZ PARA CADA BARALHO ALTERNATIVO (PARMSIM1,
000180*             OBRIGATORIO, E PARMSIM2, OPCIONAL), NO MESMO
000190*             FORMATO DO PARAMETROS. A ORIGEM VEM DO CARTAO
000200*             SIMULA: O ANO CORRENTE (HISTBIM, FREQUENCIA,
000210*             MOVIMENTO E MEDIAEXT) OU UM ANO JA FECHADO, LIDO
000220*             DO ARQUIVO MORTO ARQANUAL. O RELSIMUL TRAZ, POR
000230*             ESCOLA/TURMA, OS ALUNOS CUJA SITUACAO ANUAL MUDA
000240*             E AS TAXAS DE APROVACAO, RETENCAO E RETENCAO POR
000250*             FREQUENCIA LADO A LADO; POR DISCIPLINA, OS ALUNOS
000260*             CUJA SITUACAO NA DISCIPLINA MUDA E AS TAXAS DE
000270*             APROVACAO E REPROVACAO; E O RESUMO POR ESCOLA E
000280*             DA REDE. OS PESOS SO PESAM QUANDO O BARALHO
000290*             ALTERNATIVO MUDA OS PESOS DA DISCIPLINA: AI A
000300*             MEDIA DO BIMESTRE E REFEITA COM AS NOTAS N1-N4
000310*             DO HISTORICO, COMO NO PROGRAMA01. SO LEITURA:
000320*             NENHUM ARQUIVO DA APURACAO (MATRANUAL, RUNCTL,
000330*             AUDITLOG, DEPENDENCIA, RELANUAL) E ALTERADO.
000340* TECTONICS.  cobc -x programa24.cbl
000350*
000360* MODIFICATION HISTORY.
000370*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000380*   2026-10-15 JAS  ERRO NA ABERTURA DO CADASTRO DE DEPENDENCIAS
000390*                   (SALVO ARQUIVO AINDA NAO CRIADO) RECUSA A
000400*                   SIMULACAO COM RETURN-CODE 8, COMO NA APURACAO
000410*                   DO PROGRAMA02.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PROGRAMA24.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SIM-FILE ASSIGN TO SIMULA
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SIM-STATUS.
000510     SELECT PARM-FILE ASSIGN TO PARAMETROS
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.
000540     SELECT ALT1-FILE ASSIGN TO PARMSIM1
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ALT1-STATUS.
000570     SELECT ALT2-FILE ASSIGN TO PARMSIM2
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ALT2-STATUS.
000600     SELECT ESC-FILE ASSIGN TO ESCOLAS
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ESCOLAS-STATUS.
000630     SELECT HIST-FILE ASSIGN TO HISTBIM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HIST-STATUS.
000660     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ARQ-STATUS.
000690     SELECT HSTWK-FILE ASSIGN TO HSTWK
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-HSTWK-STATUS.
000720     SELECT SORT-HIST-FILE ASSIGN TO "SORTWK17".
000730     SELECT HSTORD-FILE ASSIGN TO HSTORD
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-HSTORD-STATUS.
000760     SELECT FREQ-FILE ASSIGN TO FREQUENCIA
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-FREQ-STATUS.
000790     SELECT MOV-FILE ASSIGN TO MOVIMENTO
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-MOV-STATUS.
000820     SELECT MEDEX-FILE ASSIGN TO MEDIAEXT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-MEDEX-STATUS.
000850     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS DP-CHAVE
000890         FILE STATUS IS WS-DEP-STATUS.
000900     SELECT SIMWK-FILE ASSIGN TO SIMWK
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SIMWK-STATUS.
000930     SELECT SORT-SIM-FILE ASSIGN TO "SORTWK18".
000940     SELECT SIMORD-FILE ASSIGN TO SIMORD
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-SIMORD-STATUS.
000970     SELECT RELSIM-FILE ASSIGN TO RELSIMUL
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RELSIM-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  SIM-FILE
001030     RECORD CONTAINS 7 CHARACTERS.
001040     COPY SIMULREC.
001050 FD  PARM-FILE
001060     RECORD CONTAINS 34 CHARACTERS.
001070 01  PR-CARTAO                 PIC X(34).
001080 FD  ALT1-FILE
001090     RECORD CONTAINS 34 CHARACTERS.
001100 01  A1-CARTAO                 PIC X(34).
001110 FD  ALT2-FILE
001120     RECORD CONTAINS 34 CHARACTERS.
001130 01  A2-CARTAO                 PIC X(34).
001140 FD  ESC-FILE
001150     RECORD CONTAINS 32 CHARACTERS.
001160     COPY ESCREC.
001170 FD  HIST-FILE
001180     RECORD CONTAINS 55 CHARACTERS.
001190     COPY HISTREC.
001200 FD  ARQ-FILE
001210     RECORD CONTAINS 56 CHARACTERS.
001220     COPY ARQREC.
001230*-----------------------------------------------------------------
001240* HISTORICO DO ANO FECHADO, EXTRAIDO DOS REGISTROS "H" DO
001250* ARQANUAL NO LAYOUT DO HISTBIM, PARA A MESMA ORDENACAO
001260*-----------------------------------------------------------------
001270 FD  HSTWK-FILE
001280     RECORD CONTAINS 55 CHARACTERS.
001290 01  HW-REC.
001300     05  HW-ANO-LETIVO         PIC 9(04).
001310     05  HW-MATRICULA          PIC 9(05).
001320     05  HW-NOME-ALUNO         PIC X(15).
001330     05  HW-TURMA              PIC X(10).
001340     05  HW-DISCIPLINA         PIC X(03).
001350     05  HW-BIMESTRE           PIC 9(01).
001360     05  HW-N1                 PIC 9(02)V9(01).
001370     05  HW-N2                 PIC 9(02)V9(01).
001380     05  HW-N3                 PIC 9(02)V9(01).
001390     05  HW-N4                 PIC 9(02)V9(01).
001400     05  HW-MEDIA-BIM          PIC 9(02)V9(01).
001410     05  HW-ESCOLA             PIC 9(02).
001420 SD  SORT-HIST-FILE.
001430 01  SH-REC.
001440     05  SH-ANO-LETIVO         PIC 9(04).
001450     05  SH-MATRICULA          PIC 9(05).
001460     05  SH-NOME-ALUNO         PIC X(15).
001470     05  SH-TURMA              PIC X(10).
001480     05  SH-DISCIPLINA         PIC X(03).
001490     05  SH-BIMESTRE           PIC 9(01).
001500     05  SH-NOTAS              PIC X(12).
001510     05  SH-MEDIA-BIM          PIC 9(02)V9(01).
001520     05  SH-ESCOLA             PIC 9(02).
001530 FD  HSTORD-FILE
001540     RECORD CONTAINS 55 CHARACTERS.
001550 01  HO-REC.
001560     05  HO-ANO-LETIVO         PIC 9(04).
001570     05  HO-MATRICULA          PIC 9(05).
001580     05  HO-NOME-ALUNO         PIC X(15).
001590     05  HO-TURMA              PIC X(10).
001600     05  HO-DISCIPLINA         PIC X(03).
001610     05  HO-BIMESTRE           PIC 9(01).
001620     05  HO-N1                 PIC 9(02)V9(01).
001630     05  HO-N2                 PIC 9(02)V9(01).
001640     05  HO-N3                 PIC 9(02)V9(01).
001650     05  HO-N4                 PIC 9(02)V9(01).
001660     05  HO-MEDIA-BIM          PIC 9(02)V9(01).
001670     05  HO-ESCOLA             PIC 9(02).
001680 FD  FREQ-FILE
001690     RECORD CONTAINS 12 CHARACTERS.
001700     COPY FREQREC.
001710 FD  MOV-FILE
001720     RECORD CONTAINS 42 CHARACTERS.
001730     COPY MOVREC.
001740 FD  MEDEX-FILE
001750     RECORD CONTAINS 12 CHARACTERS.
001760     COPY MEDEXREC.
001770 FD  DEP-FILE
001780     RECORD CONTAINS 63 CHARACTERS.
001790     COPY DEPREC.
001800*-----------------------------------------------------------------
001810* RESULTADO DA APURACAO DE CADA ALUNO ("A") E DE CADA DISCIPLINA
001820* DO ALUNO ("D"), COM A SITUACAO, A MEDIA E AS REPROVACOES
001830* OBTIDAS COM CADA BARALHO (1 = REAL, 2 E 3 = ALTERNATIVOS),
001840* ORDENADO POR ESCOLA/TURMA/TIPO/DISCIPLINA PARA O RELATORIO
001850*-----------------------------------------------------------------
001860 FD  SIMWK-FILE
001870     RECORD CONTAINS 87 CHARACTERS.
001880 01  SW-REC.
001890     05  SW-ESCOLA             PIC 9(02).
001900     05  SW-TURMA              PIC X(10).
001910     05  SW-TIPO               PIC X(01).
001920     05  SW-DISCIPLINA         PIC X(03).
001930     05  SW-MATRICULA          PIC 9(05).
001940     05  SW-NOME-ALUNO         PIC X(15).
001950     05  SW-FREQ-PERC          PIC 9(03).
001960     05  SW-BARALHO OCCURS 3 TIMES.
001970         10  SW-SITUACAO       PIC X(11).
001980         10  SW-MEDIA          PIC 9(02)V9(01).
001990         10  SW-QTD-REPROVA    PIC 9(02).
002000 SD  SORT-SIM-FILE.
002010 01  SS-REC.
002020     05  SS-ESCOLA             PIC 9(02).
002030     05  SS-TURMA              PIC X(10).
002040     05  SS-TIPO               PIC X(01).
002050     05  SS-DISCIPLINA         PIC X(03).
002060     05  SS-MATRICULA          PIC 9(05).
002070     05  SS-RESTO              PIC X(66).
002080 FD  SIMORD-FILE
002090     RECORD CONTAINS 87 CHARACTERS.
002100 01  SO-REC.
002110     05  SO-ESCOLA             PIC 9(02).
002120     05  SO-TURMA              PIC X(10).
002130     05  SO-TIPO               PIC X(01).
002140         88  SO-ALUNO                    VALUE "A".
002150         88  SO-DISC                     VALUE "D".
002160     05  SO-DISCIPLINA         PIC X(03).
002170     05  SO-MATRICULA          PIC 9(05).
002180     05  SO-NOME-ALUNO         PIC X(15).
002190     05  SO-FREQ-PERC          PIC 9(03).
002200     05  SO-BARALHO OCCURS 3 TIMES.
002210         10  SO-SITUACAO       PIC X(11).
002220         10  SO-MEDIA          PIC 9(02)V9(01).
002230         10  SO-QTD-REPROVA    PIC 9(02).
002240 FD  RELSIM-FILE
002250     RECORD CONTAINS 132 CHARACTERS.
002260 01  RL17-LINHA                PIC X(132).
002270 WORKING-STORAGE SECTION.
002280*-----------------------------------------------------------------
002290* CHAVES E CONTADORES DE CONTROLE
002300*-----------------------------------------------------------------
002310 77  WS-SIM-STATUS         PIC X(02) VALUE "00".
002320     88  SIM-OK                      VALUE "00".
002330 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
002340     88  PARM-OK                     VALUE "00".
002350 77  WS-ALT1-STATUS        PIC X(02) VALUE "00".
002360     88  ALT1-OK                     VALUE "00".
002370 77  WS-ALT2-STATUS        PIC X(02) VALUE "00".
002380     88  ALT2-OK                     VALUE "00".
002390 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002400     88  ESCOLAS-OK                  VALUE "00".
002410 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
002420     88  HIST-OK                     VALUE "00".
002430 77  WS-ARQ-STATUS         PIC X(02) VALUE "00".
002440     88  ARQ-OK                      VALUE "00".
002450 77  WS-HSTWK-STATUS       PIC X(02) VALUE "00".
002460     88  HSTWK-OK                    VALUE "00".
002470 77  WS-HSTORD-STATUS      PIC X(02) VALUE "00".
002480     88  HSTORD-OK                   VALUE "00".
002490 77  WS-FREQ-STATUS        PIC X(02) VALUE "00".
002500     88  FREQ-OK                     VALUE "00".
002510 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
002520     88  MOV-OK                      VALUE "00".
002530 77  WS-MEDEX-STATUS       PIC X(02) VALUE "00".
002540     88  MEDEX-OK                    VALUE "00".
002550 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
002560     88  DEP-OK                      VALUE "00".
002570     88  DEP-SEM-ARQUIVO             VALUE "35".
002580 77  WS-SIMWK-STATUS       PIC X(02) VALUE "00".
002590     88  SIMWK-OK                    VALUE "00".
002600 77  WS-SIMORD-STATUS      PIC X(02) VALUE "00".
002610     88  SIMORD-OK                   VALUE "00".
002620 77  WS-RELSIM-STATUS      PIC X(02) VALUE "00".
002630     88  RELSIM-OK                   VALUE "00".
002640 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
002650     88  FIM-ARQUIVO                 VALUE "S".
002660 77  WS-FIM-PARM           PIC X(01) VALUE "N".
002670     88  FIM-PARM                    VALUE "S".
002680 77  WS-FIM-ARQ            PIC X(01) VALUE "N".
002690     88  FIM-ARQ                     VALUE "S".
002700 77  WS-FIM-SIMORD         PIC X(01) VALUE "N".
002710     88  FIM-SIMORD                  VALUE "S".
002720 77  WS-ERRO-SIMULACAO     PIC X(01) VALUE "N".
002730     88  ERRO-SIMULACAO              VALUE "S".
002740 77  WS-TOT-OUTROS-ANOS    PIC 9(05) VALUE ZEROS.
002750 77  WS-TOT-OUTRAS-ESCOLAS PIC 9(05) VALUE ZEROS.
002760 77  WS-TOT-ALUNOS         PIC 9(05) VALUE ZEROS.
002770 77  WS-TOT-ARQ-HIST       PIC 9(07) VALUE ZEROS.
002780*-----------------------------------------------------------------
002790* CARTAO SIMULA: ORIGEM ("C" ANO CORRENTE, "A" ARQUIVO MORTO),
002800* ANO LETIVO SIMULADO E ESCOLA (00 = A REDE INTEIRA)
002810*-----------------------------------------------------------------
002820 77  WS-ORIGEM             PIC X(01) VALUE "C".
002830     88  ORIGEM-CORRENTE             VALUE "C".
002840     88  ORIGEM-ARQUIVO              VALUE "A".
002850 77  WS-ANO-CARTAO         PIC 9(04) VALUE ZEROS.
002860 77  WS-ANO-PARM           PIC 9(04) VALUE ZEROS.
002870 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
002880 77  WS-ESCOLA-FILTRO      PIC 9(02) VALUE ZEROS.
002890*-----------------------------------------------------------------
002900* BARALHOS COMPARADOS: 1 = REAL (PARAMETROS), 2 = PARMSIM1 E
002910* 3 = PARMSIM2. CADA UM GUARDA O CARTAO GERAL (CORTE, PESOS,
002920* MAXIMO DE REPROVACOES E FREQUENCIA MINIMA) E ATE 10 CARTOES
002930* DE DISCIPLINA. O CARTAO DE DISCIPLINA VALE PELO CORTE, COMO
002940* NO PROGRAMA02; OS PESOS DELE SO VALEM SE NUMERICOS E SOMANDO
002950* 100, COMO NO PROGRAMA01 - SENAO A DISCIPLINA USA OS GERAIS.
002960*-----------------------------------------------------------------
002970 77  WS-QTD-BARALHOS       PIC 9(01) VALUE 2.
002980 77  WS-BAR-IDX            PIC 9(01) VALUE ZEROS.
002990 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
003000 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
003010     88  PRM-ACHOU                   VALUE "S".
003020 01  WS-BARALHOS-TABELA.
003030     05  WS-BR-ENT OCCURS 3 TIMES.
003040         10  WS-BR-ROTULO          PIC X(14).
003050         10  WS-BR-ARQUIVO         PIC X(10).
003060         10  WS-BR-NOTA-CORTE      PIC 9(02)V9(01).
003070         10  WS-BR-PESO-N1         PIC 9(03)V9(01).
003080         10  WS-BR-PESO-N2         PIC 9(03)V9(01).
003090         10  WS-BR-PESO-N3         PIC 9(03)V9(01).
003100         10  WS-BR-PESO-N4         PIC 9(03)V9(01).
003110         10  WS-BR-MAX-REPROVA     PIC 9(02).
003120         10  WS-BR-FREQ-MINIMA     PIC 9(03).
003130         10  WS-BR-PRM-QTD         PIC 9(02).
003140         10  WS-BR-PRM-ENT OCCURS 10 TIMES.
003150             15  WS-BR-PRM-DISCIPLINA  PIC X(03).
003160             15  WS-BR-PRM-CORTE       PIC 9(02)V9(01).
003170             15  WS-BR-PRM-PESOS-OK    PIC X(01).
003180             15  WS-BR-PRM-PESO-N1     PIC 9(03)V9(01).
003190             15  WS-BR-PRM-PESO-N2     PIC 9(03)V9(01).
003200             15  WS-BR-PRM-PESO-N3     PIC 9(03)V9(01).
003210             15  WS-BR-PRM-PESO-N4     PIC 9(03)V9(01).
003220*-----------------------------------------------------------------
003230* CORTE E PESOS EM VIGOR PARA A DISCIPLINA CORRENTE NO BARALHO
003240* CORRENTE, E OS PESOS DO BARALHO REAL PARA A MESMA DISCIPLINA
003250*-----------------------------------------------------------------
003260 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE ZEROS.
003270 77  WS-PESO-DISC-N1       PIC 9(03)V9(01) VALUE ZEROS.
003280 77  WS-PESO-DISC-N2       PIC 9(03)V9(01) VALUE ZEROS.
003290 77  WS-PESO-DISC-N3       PIC 9(03)V9(01) VALUE ZEROS.
003300 77  WS-PESO-DISC-N4       PIC 9(03)V9(01) VALUE ZEROS.
003310 77  WS-REAL-PESO-N1       PIC 9(03)V9(01) VALUE ZEROS.
003320 77  WS-REAL-PESO-N2       PIC 9(03)V9(01) VALUE ZEROS.
003330 77  WS-REAL-PESO-N3       PIC 9(03)V9(01) VALUE ZEROS.
003340 77  WS-REAL-PESO-N4       PIC 9(03)V9(01) VALUE ZEROS.
003350 77  WS-RECALCULA          PIC X(01) VALUE "N".
003360     88  RECALCULA                   VALUE "S".
003370*-----------------------------------------------------------------
003380* QUEBRA DE CONTROLE EM DOIS NIVEIS (ALUNO E, DENTRO DO ALUNO,
003390* DISCIPLINA), COMO NO PROGRAMA02. OS 4 BIMESTRES DA DISCIPLINA
003400* GUARDAM AS NOTAS E A MEDIA GRAVADA; WS-BIM-NOTAS = "N" MARCA
003410* O BIMESTRE COMPLETADO PELA MEDIA EXTERNA (SEM NOTAS).
003420*-----------------------------------------------------------------
003430 77  WS-TEM-ALUNO          PIC X(01) VALUE "N".
003440     88  TEM-ALUNO                   VALUE "S".
003450 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
003460 77  WS-NOME-ATUAL         PIC X(15) VALUE SPACES.
003470 77  WS-TURMA-ATUAL        PIC X(10) VALUE SPACES.
003480 77  WS-DISC-ATUAL         PIC X(03) VALUE SPACES.
003490 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
003500 77  WS-BIM-IDX            PIC 9(01) VALUE ZEROS.
003510 01  WS-BIMESTRES-TABELA.
003520     05  WS-BIM-ENT OCCURS 4 TIMES.
003530         10  WS-BIM-TEM            PIC X(01).
003540         10  WS-BIM-NOTAS          PIC X(01).
003550         10  WS-BIM-N1             PIC 9(02)V9(01).
003560         10  WS-BIM-N2             PIC 9(02)V9(01).
003570         10  WS-BIM-N3             PIC 9(02)V9(01).
003580         10  WS-BIM-N4             PIC 9(02)V9(01).
003590         10  WS-BIM-MEDIA          PIC 9(02)V9(01).
003600 01  WS-MEDIAS-BARALHO.
003610     05  WS-MBD-MEDIA OCCURS 4 TIMES PIC 9(02)V9(01).
003620 77  WS-MEDIA-ANUAL        PIC 9(02)V9(01) VALUE ZEROS.
003630 77  WS-SOMA-PARCIAL       PIC 9(03)V9(01) VALUE ZEROS.
003640 77  WS-QTD-PARCIAL        PIC 9(01) VALUE ZEROS.
003650*-----------------------------------------------------------------
003660* ACUMULADORES DO NIVEL ALUNO: QUANTAS DISCIPLINAS FECHOU (IGUAL
003670* PARA TODOS OS BARALHOS) E, POR BARALHO, QUANTAS REPROVOU,
003680* QUANTAS FICARAM INCOMPLETAS E A SOMA DAS MEDIAS ANUAIS
003690*-----------------------------------------------------------------
003700 77  WS-QTD-DISC           PIC 9(02) VALUE ZEROS.
003710 01  WS-ALUNO-BARALHOS.
003720     05  WS-AB-ENT OCCURS 3 TIMES.
003730         10  WS-AB-QTD-REPROVA     PIC 9(02).
003740         10  WS-AB-QTD-INCOMPL     PIC 9(02).
003750         10  WS-AB-SOMA-ANUAL      PIC 9(04)V9(01).
003760 77  WS-MEDIA-GERAL        PIC 9(02)V9(01) VALUE ZEROS.
003770*-----------------------------------------------------------------
003780* TABELA DE FREQUENCIA POR ALUNO (ARQUIVO FREQUENCIA OU
003790* REGISTROS "F" DO ARQANUAL), COMO NO PROGRAMA02: ALUNO SEM
003800* APONTAMENTO E TRATADO COMO 100 POR CENTO
003810*-----------------------------------------------------------------
003820 77  WS-FRQ-QTD            PIC 9(03) VALUE ZEROS.
003830 77  WS-FRQ-IDX            PIC 9(03) VALUE ZEROS.
003840 77  WS-FRQ-ACHOU          PIC X(01) VALUE "N".
003850     88  FRQ-ACHOU                   VALUE "S".
003860 77  WS-FIM-FREQ           PIC X(01) VALUE "N".
003870     88  FIM-FREQ                    VALUE "S".
003880 77  WS-FREQ-PERC          PIC 9(03) VALUE ZEROS.
003890 77  WS-FRQ-BUSCA          PIC 9(05) VALUE ZEROS.
003900 77  WS-FRQ-AULAS-LIDAS    PIC 9(03) VALUE ZEROS.
003910 77  WS-FRQ-FALTAS-LIDAS   PIC 9(03) VALUE ZEROS.
003920 01  WS-FREQ-TABELA.
003930     05  WS-FRQ-ENT OCCURS 500 TIMES.
003940         10  WS-FRQ-MATRICULA  PIC 9(05).
003950         10  WS-FRQ-AULAS      PIC 9(04).
003960         10  WS-FRQ-FALTAS     PIC 9(04).
003970*-----------------------------------------------------------------
003980* TABELA DA MOVIMENTACAO DE ALUNOS (ARQUIVO MOVIMENTO OU, NO
003990* ARQUIVO MORTO, OS REGISTROS "A" COM SITUACAO "T")
004000*-----------------------------------------------------------------
004010 77  WS-MOV-QTD            PIC 9(03) VALUE ZEROS.
004020 77  WS-MOV-IDX            PIC 9(03) VALUE ZEROS.
004030 77  WS-MOV-ACHOU          PIC X(01) VALUE "N".
004040     88  MOV-ACHOU                   VALUE "S".
004050 77  WS-FIM-MOV            PIC X(01) VALUE "N".
004060     88  FIM-MOV                     VALUE "S".
004070 77  WS-MOV-BUSCA          PIC 9(05) VALUE ZEROS.
004080 01  WS-MOV-TABELA.
004090     05  WS-MOV-ENT OCCURS 500 TIMES.
004100         10  WS-MOV-MATRICULA  PIC 9(05).
004110         10  WS-MOV-TEM-ENT    PIC X(01).
004120         10  WS-MOV-BIM-ENT    PIC 9(01).
004130         10  WS-MOV-TEM-SAI    PIC X(01).
004140         10  WS-MOV-BIM-SAI    PIC 9(01).
004150 77  WS-ALUNO-ENTRADA      PIC X(01) VALUE "N".
004160     88  ALUNO-ENTRADA               VALUE "S".
004170 77  WS-ALUNO-SAIDA        PIC X(01) VALUE "N".
004180     88  ALUNO-SAIDA                 VALUE "S".
004190 77  WS-BIM-ENTRADA        PIC 9(01) VALUE ZEROS.
004200 77  WS-BIM-SAIDA          PIC 9(01) VALUE ZEROS.
004210*-----------------------------------------------------------------
004220* TABELA DAS MEDIAS EXTERNAS (ARQUIVO MEDIAEXT) DOS ALUNOS
004230* RECEBIDOS DE OUTRA ESCOLA
004240*-----------------------------------------------------------------
004250 77  WS-MEX-QTD            PIC 9(04) VALUE ZEROS.
004260 77  WS-MEX-IDX            PIC 9(04) VALUE ZEROS.
004270 77  WS-MEX-ACHOU          PIC X(01) VALUE "N".
004280     88  MEX-ACHOU                   VALUE "S".
004290 77  WS-FIM-MEX            PIC X(01) VALUE "N".
004300     88  FIM-MEX                     VALUE "S".
004310 77  WS-MEX-BUSCA-BIM      PIC 9(01) VALUE ZEROS.
004320 01  WS-MEDEX-TABELA.
004330     05  WS-MEX-ENT OCCURS 1000 TIMES.
004340         10  WS-MEX-MATRICULA  PIC 9(05).
004350         10  WS-MEX-DISCIPLINA PIC X(03).
004360         10  WS-MEX-BIMESTRE   PIC 9(01).
004370         10  WS-MEX-MEDIA      PIC 9(02)V9(01).
004380*-----------------------------------------------------------------
004390* DEPENDENCIAS DE ANOS ANTERIORES QUE ESTAVAM ABERTAS NO ANO
004400* SIMULADO: AINDA ABERTAS, OU CONCLUIDAS SO DEPOIS DELE. O
004410* CADASTRO E SO LIDO, EM SEQUENCIA.
004420*-----------------------------------------------------------------
004430 77  WS-FIM-DEP            PIC X(01) VALUE "N".
004440     88  FIM-DEP                     VALUE "S".
004450 77  WS-DEA-QTD            PIC 9(03) VALUE ZEROS.
004460 77  WS-DEA-IDX            PIC 9(03) VALUE ZEROS.
004470 77  WS-DEA-ACHOU          PIC X(01) VALUE "N".
004480     88  DEA-ACHOU                   VALUE "S".
004490 01  WS-DEP-ABERTAS-TABELA.
004500     05  WS-DEA-ENT OCCURS 500 TIMES.
004510         10  WS-DEA-MATRICULA  PIC 9(05).
004520*-----------------------------------------------------------------
004530* CADASTRO ESCOLAS, PARA O NOME DA ESCOLA NOS CABECALHOS
004540*-----------------------------------------------------------------
004550 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
004560     88  FIM-ESCOLAS                 VALUE "S".
004570 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
004580 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
004590 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
004600     88  ESCT-ACHOU                  VALUE "S".
004610 77  WS-ESCOLA-BUSCA       PIC 9(02) VALUE ZEROS.
004620 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
004630 01  WS-ESCOLAS-TABELA.
004640     05  WS-ESCT-ENT OCCURS 10 TIMES.
004650         10  WS-ESCT-CODIGO    PIC 9(02).
004660         10  WS-ESCT-NOME      PIC X(30).
004670*-----------------------------------------------------------------
004680* QUEBRAS DO RELATORIO (ESCOLA, TURMA E DISCIPLINA) SOBRE O
004690* RESULTADO ORDENADO
004700*-----------------------------------------------------------------
004710 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
004720     88  TEM-ESCOLA                  VALUE "S".
004730 77  WS-TEM-TURMA          PIC X(01) VALUE "N".
004740     88  TEM-TURMA                   VALUE "S".
004750 77  WS-TEM-DISC           PIC X(01) VALUE "N".
004760     88  TEM-DISC                    VALUE "S".
004770 77  WS-ESCOLA-REL         PIC 9(02) VALUE ZEROS.
004780 77  WS-TURMA-REL          PIC X(10) VALUE SPACES.
004790 77  WS-DISC-REL           PIC X(03) VALUE SPACES.
004800 77  WS-ALU-CAB-FEITO      PIC X(01) VALUE "N".
004810     88  ALU-CAB-FEITO               VALUE "S".
004820 77  WS-TAXA-TURMA-FEITA   PIC X(01) VALUE "N".
004830     88  TAXA-TURMA-FEITA            VALUE "S".
004840 77  WS-DISC-CAB-FEITO     PIC X(01) VALUE "N".
004850     88  DISC-CAB-FEITO              VALUE "S".
004860 77  WS-MUDOU              PIC X(01) VALUE "N".
004870     88  MUDOU                       VALUE "S".
004880*-----------------------------------------------------------------
004890* CONTADORES POR NIVEL (1 = TURMA, 2 = ESCOLA, 3 = REDE) E POR
004900* BARALHO. RETIDO INCLUI O RETIDO-DEP; AS TAXAS SAO SOBRE OS
004910* ALUNOS COM DECISAO (PROMOVIDOS E RETIDOS), QUE SAO OS MESMOS
004920* EM TODOS OS BARALHOS. MUDOU CONTA OS ALUNOS CUJA SITUACAO
004930* DIFERE DA OBTIDA COM O BARALHO REAL.
004940*-----------------------------------------------------------------
004950 77  WS-NIVEL              PIC 9(01) VALUE ZEROS.
004960 01  WS-CONTADORES.
004970     05  WS-CT-NIVEL OCCURS 3 TIMES.
004980         10  WS-CT-BARALHO OCCURS 3 TIMES.
004990             15  WS-CT-ALUNOS      PIC 9(05).
005000             15  WS-CT-PROMOVIDO   PIC 9(05).
005010             15  WS-CT-RETIDO      PIC 9(05).
005020             15  WS-CT-RET-FREQ    PIC 9(05).
005030             15  WS-CT-INCOMPL     PIC 9(05).
005040             15  WS-CT-TRANSF      PIC 9(05).
005050             15  WS-CT-MUDOU       PIC 9(05).
005060 77  WS-RES-QTD            PIC 9(02) VALUE ZEROS.
005070 77  WS-RES-IDX            PIC 9(02) VALUE ZEROS.
005080 01  WS-RESUMO-ESCOLAS.
005090     05  WS-RES-ENT OCCURS 10 TIMES.
005100         10  WS-RES-ESCOLA         PIC 9(02).
005110         10  WS-RES-CONTADORES     PIC X(105).
005120 01  WS-DISC-CONTADORES.
005130     05  WS-DC-BASE                PIC 9(05).
005140     05  WS-DC-BARALHO OCCURS 3 TIMES.
005150         10  WS-DC-APROV           PIC 9(05).
005160         10  WS-DC-REPROV          PIC 9(05).
005170         10  WS-DC-MUDOU           PIC 9(05).
005180 77  WS-TX-BASE            PIC 9(05) VALUE ZEROS.
005190 77  WS-TX-PERC            PIC 9(03)V9(01) VALUE ZEROS.
005200*-----------------------------------------------------------------
005210* DATA DO SISTEMA, PARA O CABECALHO DO RELATORIO
005220*-----------------------------------------------------------------
005230 01  WS-DATA-AAAAMMDD.
005240     05  WS-DATA-AAAA      PIC 9(04).
005250     05  WS-DATA-MM        PIC 9(02).
005260     05  WS-DATA-DD        PIC 9(02).
005270 01  WS-DATA-FORMATADA     PIC X(10).
005280*-----------------------------------------------------------------
005290* CARTAO DE PARAMETROS LIDO DE QUALQUER DOS TRES BARALHOS
005300*-----------------------------------------------------------------
005310     COPY PARMREC.
005320*-----------------------------------------------------------------
005330* LINHAS DO RELATORIO DE SIMULACAO (RELSIMUL)
005340*-----------------------------------------------------------------
005350     COPY REL17LINE.
005360 PROCEDURE DIVISION.
005370*-----------------------------------------------------------------
005380 0000-MAINLINE.
005390     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
005400     IF NOT ERRO-SIMULACAO
005410        PERFORM 2000-PROCESSA-HISTORICO THRU
005420            2000-PROCESSA-HISTORICO-EXIT
005430            UNTIL FIM-ARQUIVO
005440        PERFORM 2500-FECHA-ULTIMO
005450        PERFORM 4000-ORDENA-RESULTADO
005460        PERFORM 5000-IMPRIME-SIMULACAO THRU
005470            5000-IMPRIME-SIMULACAO-EXIT
005480     END-IF.
005490     PERFORM 8000-FINALIZA.
005500     STOP RUN.
005510*-----------------------------------------------------------------
005520* LE O CARTAO SIMULA E OS TRES BARALHOS, DEFINE O ANO SIMULADO,
005530* CARREGA AS TABELAS DA ORIGEM ESCOLHIDA E ORDENA O HISTORICO
005540*-----------------------------------------------------------------
005550 1000-INICIALIZA.
005560     DISPLAY "INICIO DO PROGRAMA24".
005570     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
005580     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
005590     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
005600     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
005610     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
005620     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
005630     MOVE WS-DATA-AAAA TO WS-ANO-PARM.
005640     PERFORM 1020-LE-SIMULA THRU 1020-LE-SIMULA-EXIT.
005650     IF ERRO-SIMULACAO
005660        GO TO 1000-INICIALIZA-EXIT
005670     END-IF.
005680     PERFORM 1100-CARREGA-BARALHOS THRU
005690         1100-CARREGA-BARALHOS-EXIT.
005700     IF ERRO-SIMULACAO
005710        GO TO 1000-INICIALIZA-EXIT
005720     END-IF.
005730     IF WS-ANO-CARTAO > ZEROS
005740        MOVE WS-ANO-CARTAO TO WS-ANO-LETIVO
005750     ELSE
005760        IF ORIGEM-ARQUIVO
005770           DISPLAY "SIMULACAO DO ARQUIVO MORTO SEM O ANO LETIVO"
005780                   " NO CARTAO SIMULA - EXECUCAO RECUSADA"
005790           MOVE "S" TO WS-ERRO-SIMULACAO
005800           MOVE 8 TO RETURN-CODE
005810           GO TO 1000-INICIALIZA-EXIT
005820        END-IF
005830        MOVE WS-ANO-PARM TO WS-ANO-LETIVO
005840     END-IF.
005850     DISPLAY "SIMULANDO O ANO LETIVO " WS-ANO-LETIVO
005860             " - ORIGEM " WS-ORIGEM " - ESCOLA "
005870             WS-ESCOLA-FILTRO.
005880     PERFORM 1075-CARREGA-ESCOLAS THRU
005890         1075-CARREGA-ESCOLAS-EXIT.
005900     PERFORM 1065-CARREGA-DEPENDENCIAS THRU
005910         1065-CARREGA-DEPENDENCIAS-EXIT.
005920     IF ERRO-SIMULACAO
005930        GO TO 1000-INICIALIZA-EXIT
005940     END-IF.
005950     IF ORIGEM-ARQUIVO
005960        PERFORM 1300-CARREGA-ARQUIVO-MORTO THRU
005970            1300-CARREGA-ARQUIVO-MORTO-EXIT
005980     ELSE
005990        PERFORM 1200-CARREGA-ANO-CORRENTE THRU
006000            1200-CARREGA-ANO-CORRENTE-EXIT
006010     END-IF.
006020     IF ERRO-SIMULACAO
006030        GO TO 1000-INICIALIZA-EXIT
006040     END-IF.
006050     OPEN INPUT HSTORD-FILE.
006060     IF NOT HSTORD-OK
006070        DISPLAY "ERRO AO ABRIR HSTORD - STATUS "
006080                WS-HSTORD-STATUS
006090        MOVE "S" TO WS-ERRO-SIMULACAO
006100        MOVE 8 TO RETURN-CODE
006110        GO TO 1000-INICIALIZA-EXIT
006120     END-IF.
006130     OPEN OUTPUT SIMWK-FILE.
006140     IF NOT SIMWK-OK
006150        DISPLAY "ERRO AO ABRIR SIMWK - STATUS "
006160                WS-SIMWK-STATUS
006170        CLOSE HSTORD-FILE
006180        MOVE "S" TO WS-ERRO-SIMULACAO
006190        MOVE 8 TO RETURN-CODE
006200     END-IF.
006210 1000-INICIALIZA-EXIT. EXIT.
006220*-----------------------------------------------------------------
006230* CARTAO SIMULA: SEM O CARTAO, O ANO CORRENTE DA REDE INTEIRA;
006240* CARTAO INVALIDO RECUSA A SIMULACAO
006250*-----------------------------------------------------------------
006260 1020-LE-SIMULA.
006270     OPEN INPUT SIM-FILE.
006280     IF NOT SIM-OK
006290        DISPLAY "SIMULA NAO ENCONTRADO - SIMULANDO O ANO"
006300                " CORRENTE DA REDE"
006310        GO TO 1020-LE-SIMULA-EXIT
006320     END-IF.
006330     READ SIM-FILE
006340         AT END
006350            DISPLAY "SIMULA VAZIO - SIMULANDO O ANO CORRENTE"
006360                    " DA REDE"
006370            CLOSE SIM-FILE
006380            GO TO 1020-LE-SIMULA-EXIT
006390     END-READ.
006400     CLOSE SIM-FILE.
006410     IF (NOT SM-ANO-CORRENTE AND NOT SM-ARQUIVO-MORTO)
006420        OR SM-ANO-LETIVO IS NOT NUMERIC
006430        OR SM-ESCOLA IS NOT NUMERIC
006440        DISPLAY "CARTAO SIMULA INVALIDO: " SIMUL-REC
006450                " - EXECUCAO RECUSADA"
006460        MOVE "S" TO WS-ERRO-SIMULACAO
006470        MOVE 8 TO RETURN-CODE
006480        GO TO 1020-LE-SIMULA-EXIT
006490     END-IF.
006500     MOVE SM-ORIGEM     TO WS-ORIGEM.
006510     MOVE SM-ANO-LETIVO TO WS-ANO-CARTAO.
006520     MOVE SM-ESCOLA     TO WS-ESCOLA-FILTRO.
006530 1020-LE-SIMULA-EXIT. EXIT.
006540*-----------------------------------------------------------------
006550* DEPENDENCIAS DE ANOS ANTERIORES ABERTAS NO ANO SIMULADO. O
006560* CADASTRO AINDA NAO CRIADO E O DA PRIMEIRA APURACAO: NINGUEM
006570* SAI RETIDO-DEP. QUALQUER OUTRO ERRO NA ABERTURA RECUSA A
006580* SIMULACAO, COMO O PROGRAMA02 RECUSA A APURACAO.
006590*-----------------------------------------------------------------
006600 1065-CARREGA-DEPENDENCIAS.
006610     OPEN INPUT DEP-FILE.
006620     IF DEP-SEM-ARQUIVO
006630        DISPLAY "DEPENDENCIA AINDA NAO CRIADO - SEM"
006640                " DEPENDENCIAS ABERTAS"
006650        GO TO 1065-CARREGA-DEPENDENCIAS-EXIT
006660     END-IF.
006670     IF NOT DEP-OK
006680        DISPLAY "ERRO AO ABRIR DEPENDENCIA - STATUS "
006690                WS-DEP-STATUS " - SIMULACAO RECUSADA"
006700        MOVE "S" TO WS-ERRO-SIMULACAO
006710        MOVE 8 TO RETURN-CODE
006720        GO TO 1065-CARREGA-DEPENDENCIAS-EXIT
006730     END-IF.
006740     PERFORM 1067-LE-DEPENDENCIA THRU 1067-LE-DEPENDENCIA-EXIT
006750         UNTIL FIM-DEP.
006760     CLOSE DEP-FILE.
006770     DISPLAY "DEPENDENCIAS ABERTAS DE ANOS ANTERIORES: "
006780             WS-DEA-QTD.
006790 1065-CARREGA-DEPENDENCIAS-EXIT. EXIT.
006800*-----------------------------------------------------------------
006810 1067-LE-DEPENDENCIA.
006820     READ DEP-FILE NEXT RECORD
006830         AT END
006840            MOVE "S" TO WS-FIM-DEP
006850            GO TO 1067-LE-DEPENDENCIA-EXIT
006860     END-READ.
006870     IF NOT DEP-OK
006880        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
006890                WS-DEP-STATUS
006900        MOVE "S" TO WS-FIM-DEP
006910        GO TO 1067-LE-DEPENDENCIA-EXIT
006920     END-IF.
006930     IF DP-ANO-ORIGEM NOT < WS-ANO-LETIVO
006940        GO TO 1067-LE-DEPENDENCIA-EXIT
006950     END-IF.
006960     IF NOT DP-ABERTA
006970        AND NOT (DP-CONCLUIDA
006980                 AND DP-ANO-CONCLUSAO > WS-ANO-LETIVO)
006990        GO TO 1067-LE-DEPENDENCIA-EXIT
007000     END-IF.
007010     IF WS-DEA-QTD >= 500
007020        DISPLAY "MAIS DE 500 DEPENDENCIAS ABERTAS - EXCEDENTE"
007030                " IGNORADO"
007040        MOVE "S" TO WS-FIM-DEP
007050        GO TO 1067-LE-DEPENDENCIA-EXIT
007060     END-IF.
007070     ADD 1 TO WS-DEA-QTD.
007080     MOVE DP-MATRICULA TO WS-DEA-MATRICULA (WS-DEA-QTD).
007090 1067-LE-DEPENDENCIA-EXIT. EXIT.
007100*-----------------------------------------------------------------
007110 1075-CARREGA-ESCOLAS.
007120     OPEN INPUT ESC-FILE.
007130     IF NOT ESCOLAS-OK
007140        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
007150                WS-ESCOLAS-STATUS " - CABECALHOS COM O CODIGO"
007160                " DA ESCOLA"
007170        GO TO 1075-CARREGA-ESCOLAS-EXIT
007180     END-IF.
007190     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
007200         UNTIL FIM-ESCOLAS.
007210     CLOSE ESC-FILE.
007220     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
007230 1075-CARREGA-ESCOLAS-EXIT. EXIT.
007240*-----------------------------------------------------------------
007250 1076-LE-ESCOLA.
007260     READ ESC-FILE
007270         AT END
007280            MOVE "S" TO WS-FIM-ESCOLAS
007290            GO TO 1076-LE-ESCOLA-EXIT
007300     END-READ.
007310     IF WS-ESCT-QTD >= 10
007320        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
007330        MOVE "S" TO WS-FIM-ESCOLAS
007340        GO TO 1076-LE-ESCOLA-EXIT
007350     END-IF.
007360     ADD 1 TO WS-ESCT-QTD.
007370     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
007380     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
007390 1076-LE-ESCOLA-EXIT. EXIT.
007400*-----------------------------------------------------------------
007410* OS TRES BARALHOS NASCEM COM OS VALORES PADRAO DO PROGRAMA02
007420* (CORTE 7,0, PESOS 25 CADA, NENHUMA REPROVACAO ADMITIDA,
007430* FREQUENCIA MINIMA DE 75 POR CENTO) E RECEBEM OS CARTOES DE
007440* CADA ARQUIVO. SEM O PARAMETROS O REAL FICA COM OS PADROES,
007450* COMO NA APURACAO; SEM O PARMSIM1 NAO HA O QUE SIMULAR.
007460*-----------------------------------------------------------------
007470 1100-CARREGA-BARALHOS.
007480     PERFORM 1105-PADRAO-BARALHO
007490         VARYING WS-BAR-IDX FROM 1 BY 1
007500         UNTIL WS-BAR-IDX > 3.
007510     MOVE "REAL"          TO WS-BR-ROTULO (1).
007520     MOVE "PARAMETROS"    TO WS-BR-ARQUIVO (1).
007530     MOVE "ALTERNATIVO 1" TO WS-BR-ROTULO (2).
007540     MOVE "PARMSIM1"      TO WS-BR-ARQUIVO (2).
007550     MOVE "ALTERNATIVO 2" TO WS-BR-ROTULO (3).
007560     MOVE "PARMSIM2"      TO WS-BR-ARQUIVO (3).
007570     MOVE 1 TO WS-BAR-IDX.
007580     PERFORM 1110-LE-PARAMETROS THRU 1110-LE-PARAMETROS-EXIT.
007590     MOVE 2 TO WS-BAR-IDX.
007600     PERFORM 1120-LE-PARMSIM1 THRU 1120-LE-PARMSIM1-EXIT.
007610     IF ERRO-SIMULACAO
007620        GO TO 1100-CARREGA-BARALHOS-EXIT
007630     END-IF.
007640     MOVE 3 TO WS-BAR-IDX.
007650     PERFORM 1130-LE-PARMSIM2 THRU 1130-LE-PARMSIM2-EXIT.
007660     PERFORM 1190-MOSTRA-BARALHO
007670         VARYING WS-BAR-IDX FROM 1 BY 1
007680         UNTIL WS-BAR-IDX > WS-QTD-BARALHOS.
007690 1100-CARREGA-BARALHOS-EXIT. EXIT.
007700*-----------------------------------------------------------------
007710 1105-PADRAO-BARALHO.
007720     MOVE 07    TO WS-BR-NOTA-CORTE (WS-BAR-IDX).
007730     MOVE 025   TO WS-BR-PESO-N1 (WS-BAR-IDX)
007740                   WS-BR-PESO-N2 (WS-BAR-IDX)
007750                   WS-BR-PESO-N3 (WS-BAR-IDX)
007760                   WS-BR-PESO-N4 (WS-BAR-IDX).
007770     MOVE ZEROS TO WS-BR-MAX-REPROVA (WS-BAR-IDX).
007780     MOVE 075   TO WS-BR-FREQ-MINIMA (WS-BAR-IDX).
007790     MOVE ZEROS TO WS-BR-PRM-QTD (WS-BAR-IDX).
007800*-----------------------------------------------------------------
007810 1110-LE-PARAMETROS.
007820     OPEN INPUT PARM-FILE.
007830     IF NOT PARM-OK
007840        DISPLAY "PARAMETROS NAO ENCONTRADO - BARALHO REAL COM"
007850                " OS VALORES PADRAO"
007860        GO TO 1110-LE-PARAMETROS-EXIT
007870     END-IF.
007880     MOVE "N" TO WS-FIM-PARM.
007890     PERFORM 1115-LE-CARTAO-REAL THRU 1115-LE-CARTAO-REAL-EXIT
007900         UNTIL FIM-PARM.
007910     CLOSE PARM-FILE.
007920 1110-LE-PARAMETROS-EXIT. EXIT.
007930*-----------------------------------------------------------------
007940 1115-LE-CARTAO-REAL.
007950     READ PARM-FILE INTO PARM-REC
007960         AT END
007970            MOVE "S" TO WS-FIM-PARM
007980            GO TO 1115-LE-CARTAO-REAL-EXIT
007990     END-READ.
008000     PERFORM 1150-TRATA-CARTAO THRU 1150-TRATA-CARTAO-EXIT.
008010 1115-LE-CARTAO-REAL-EXIT. EXIT.
008020*-----------------------------------------------------------------
008030 1120-LE-PARMSIM1.
008040     OPEN INPUT ALT1-FILE.
008050     IF NOT ALT1-OK
008060        DISPLAY "PARMSIM1 NAO ENCONTRADO - STATUS "
008070                WS-ALT1-STATUS " - NADA A SIMULAR"
008080        MOVE "S" TO WS-ERRO-SIMULACAO
008090        MOVE 8 TO RETURN-CODE
008100        GO TO 1120-LE-PARMSIM1-EXIT
008110     END-IF.
008120     MOVE "N" TO WS-FIM-PARM.
008130     PERFORM 1125-LE-CARTAO-ALT1 THRU 1125-LE-CARTAO-ALT1-EXIT
008140         UNTIL FIM-PARM.
008150     CLOSE ALT1-FILE.
008160 1120-LE-PARMSIM1-EXIT. EXIT.
008170*-----------------------------------------------------------------
008180 1125-LE-CARTAO-ALT1.
008190     READ ALT1-FILE INTO PARM-REC
008200         AT END
008210            MOVE "S" TO WS-FIM-PARM
008220            GO TO 1125-LE-CARTAO-ALT1-EXIT
008230     END-READ.
008240     PERFORM 1150-TRATA-CARTAO THRU 1150-TRATA-CARTAO-EXIT.
008250 1125-LE-CARTAO-ALT1-EXIT. EXIT.
008260*-----------------------------------------------------------------
008270 1130-LE-PARMSIM2.
008280     OPEN INPUT ALT2-FILE.
008290     IF NOT ALT2-OK
008300        DISPLAY "PARMSIM2 NAO ENCONTRADO - SIMULACAO COM UM"
008310                " BARALHO ALTERNATIVO"
008320        GO TO 1130-LE-PARMSIM2-EXIT
008330     END-IF.
008340     MOVE 3 TO WS-QTD-BARALHOS.
008350     MOVE "N" TO WS-FIM-PARM.
008360     PERFORM 1135-LE-CARTAO-ALT2 THRU 1135-LE-CARTAO-ALT2-EXIT
008370         UNTIL FIM-PARM.
008380     CLOSE ALT2-FILE.
008390 1130-LE-PARMSIM2-EXIT. EXIT.
008400*-----------------------------------------------------------------
008410 1135-LE-CARTAO-ALT2.
008420     READ ALT2-FILE INTO PARM-REC
008430         AT END
008440            MOVE "S" TO WS-FIM-PARM
008450            GO TO 1135-LE-CARTAO-ALT2-EXIT
008460     END-READ.
008470     PERFORM 1150-TRATA-CARTAO THRU 1150-TRATA-CARTAO-EXIT.
008480 1135-LE-CARTAO-ALT2-EXIT. EXIT.
008490*-----------------------------------------------------------------
008500* CARTAO DO BARALHO WS-BAR-IDX, COM AS VALIDACOES DA APURACAO.
008510* O ANO LETIVO SO E TOMADO DO BARALHO REAL.
008520*-----------------------------------------------------------------
008530 1150-TRATA-CARTAO.
008540     IF PM-DISCIPLINA NOT = SPACES
008550        PERFORM 1160-TRATA-CARTAO-DISC THRU
008560            1160-TRATA-CARTAO-DISC-EXIT
008570        GO TO 1150-TRATA-CARTAO-EXIT
008580     END-IF.
008590     IF PM-NOTA-CORTE IS NUMERIC
008600        MOVE PM-NOTA-CORTE TO WS-BR-NOTA-CORTE (WS-BAR-IDX)
008610     END-IF.
008620     IF PM-PESO-N1 IS NUMERIC AND PM-PESO-N2 IS NUMERIC
008630        AND PM-PESO-N3 IS NUMERIC AND PM-PESO-N4 IS NUMERIC
008640        AND PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
008650            = 100
008660        MOVE PM-PESO-N1 TO WS-BR-PESO-N1 (WS-BAR-IDX)
008670        MOVE PM-PESO-N2 TO WS-BR-PESO-N2 (WS-BAR-IDX)
008680        MOVE PM-PESO-N3 TO WS-BR-PESO-N3 (WS-BAR-IDX)
008690        MOVE PM-PESO-N4 TO WS-BR-PESO-N4 (WS-BAR-IDX)
008700     END-IF.
008710     IF PM-MAX-REPROVA IS NUMERIC
008720        MOVE PM-MAX-REPROVA TO WS-BR-MAX-REPROVA (WS-BAR-IDX)
008730     END-IF.
008740     IF PM-FREQ-MINIMA IS NUMERIC AND PM-FREQ-MINIMA <= 100
008750        MOVE PM-FREQ-MINIMA TO WS-BR-FREQ-MINIMA (WS-BAR-IDX)
008760     END-IF.
008770     IF WS-BAR-IDX = 1
008780        AND PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
008790        MOVE PM-ANO-LETIVO TO WS-ANO-PARM
008800     END-IF.
008810 1150-TRATA-CARTAO-EXIT. EXIT.
008820*-----------------------------------------------------------------
008830 1160-TRATA-CARTAO-DISC.
008840     IF PM-NOTA-CORTE IS NOT NUMERIC
008850        OR WS-BR-PRM-QTD (WS-BAR-IDX) >= 10
008860        DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA " DO "
008870                WS-BR-ARQUIVO (WS-BAR-IDX)
008880                " INVALIDO OU TABELA CHEIA - IGNORADO"
008890        GO TO 1160-TRATA-CARTAO-DISC-EXIT
008900     END-IF.
008910     ADD 1 TO WS-BR-PRM-QTD (WS-BAR-IDX).
008920     MOVE WS-BR-PRM-QTD (WS-BAR-IDX) TO WS-PRM-IDX.
008930     MOVE PM-DISCIPLINA
008940         TO WS-BR-PRM-DISCIPLINA (WS-BAR-IDX, WS-PRM-IDX).
008950     MOVE PM-NOTA-CORTE
008960         TO WS-BR-PRM-CORTE (WS-BAR-IDX, WS-PRM-IDX).
008970     IF PM-PESO-N1 IS NUMERIC AND PM-PESO-N2 IS NUMERIC
008980        AND PM-PESO-N3 IS NUMERIC AND PM-PESO-N4 IS NUMERIC
008990        AND PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
009000            = 100
009010        MOVE "S" TO WS-BR-PRM-PESOS-OK (WS-BAR-IDX, WS-PRM-IDX)
009020        MOVE PM-PESO-N1
009030            TO WS-BR-PRM-PESO-N1 (WS-BAR-IDX, WS-PRM-IDX)
009040        MOVE PM-PESO-N2
009050            TO WS-BR-PRM-PESO-N2 (WS-BAR-IDX, WS-PRM-IDX)
009060        MOVE PM-PESO-N3
009070            TO WS-BR-PRM-PESO-N3 (WS-BAR-IDX, WS-PRM-IDX)
009080        MOVE PM-PESO-N4
009090            TO WS-BR-PRM-PESO-N4 (WS-BAR-IDX, WS-PRM-IDX)
009100     ELSE
009110        MOVE "N" TO WS-BR-PRM-PESOS-OK (WS-BAR-IDX, WS-PRM-IDX)
009120        MOVE ZEROS
009130            TO WS-BR-PRM-PESO-N1 (WS-BAR-IDX, WS-PRM-IDX)
009140               WS-BR-PRM-PESO-N2 (WS-BAR-IDX, WS-PRM-IDX)
009150               WS-BR-PRM-PESO-N3 (WS-BAR-IDX, WS-PRM-IDX)
009160               WS-BR-PRM-PESO-N4 (WS-BAR-IDX, WS-PRM-IDX)
009170     END-IF.
009180 1160-TRATA-CARTAO-DISC-EXIT. EXIT.
009190*-----------------------------------------------------------------
009200 1190-MOSTRA-BARALHO.
009210     DISPLAY "BARALHO " WS-BR-ARQUIVO (WS-BAR-IDX)
009220             " CORTE " WS-BR-NOTA-CORTE (WS-BAR-IDX)
009230             " MAX-REPROVA " WS-BR-MAX-REPROVA (WS-BAR-IDX)
009240             " FREQ-MINIMA " WS-BR-FREQ-MINIMA (WS-BAR-IDX)
009250             " CARTOES DE DISCIPLINA "
009260             WS-BR-PRM-QTD (WS-BAR-IDX).
009270*-----------------------------------------------------------------
009280* ANO CORRENTE: AS MESMAS TABELAS DO PROGRAMA02 E O HISTBIM
009290* ORDENADO POR ESCOLA, MATRICULA, DISCIPLINA E BIMESTRE
009300*-----------------------------------------------------------------
009310 1200-CARREGA-ANO-CORRENTE.
009320     PERFORM 1270-CARREGA-FREQUENCIA THRU
009330         1270-CARREGA-FREQUENCIA-EXIT.
009340     PERFORM 1280-CARREGA-MOVIMENTO THRU
009350         1280-CARREGA-MOVIMENTO-EXIT.
009360     PERFORM 1290-CARREGA-MEDIAEXT THRU
009370         1290-CARREGA-MEDIAEXT-EXIT.
009380     OPEN INPUT HIST-FILE.
009390     IF NOT HIST-OK
009400        DISPLAY "HISTBIM NAO ENCONTRADO - STATUS "
009410                WS-HIST-STATUS " - NADA A SIMULAR"
009420        MOVE "S" TO WS-ERRO-SIMULACAO
009430        MOVE 8 TO RETURN-CODE
009440        GO TO 1200-CARREGA-ANO-CORRENTE-EXIT
009450     END-IF.
009460     CLOSE HIST-FILE.
009470     SORT SORT-HIST-FILE
009480         ON ASCENDING KEY SH-ESCOLA SH-MATRICULA SH-DISCIPLINA
009490             SH-BIMESTRE
009500         USING HIST-FILE
009510         GIVING HSTORD-FILE.
009520 1200-CARREGA-ANO-CORRENTE-EXIT. EXIT.
009530*-----------------------------------------------------------------
009540 1270-CARREGA-FREQUENCIA.
009550     OPEN INPUT FREQ-FILE.
009560     IF NOT FREQ-OK
009570        DISPLAY "FREQUENCIA NAO ENCONTRADA - STATUS "
009580                WS-FREQ-STATUS " - ALUNOS SEM APONTAMENTO"
009590                " SERAO TRATADOS COMO 100 PORCENTO"
009600        GO TO 1270-CARREGA-FREQUENCIA-EXIT
009610     END-IF.
009620     PERFORM 1275-LE-FREQUENCIA THRU 1275-LE-FREQUENCIA-EXIT
009630         UNTIL FIM-FREQ.
009640     CLOSE FREQ-FILE.
009650     DISPLAY "FREQUENCIA CARREGADA: " WS-FRQ-QTD " ALUNOS".
009660 1270-CARREGA-FREQUENCIA-EXIT. EXIT.
009670*-----------------------------------------------------------------
009680 1275-LE-FREQUENCIA.
009690     READ FREQ-FILE
009700         AT END
009710            MOVE "S" TO WS-FIM-FREQ
009720            GO TO 1275-LE-FREQUENCIA-EXIT
009730     END-READ.
009740     IF NOT FREQ-OK
009750        DISPLAY "ERRO NA LEITURA DE FREQUENCIA - STATUS "
009760                WS-FREQ-STATUS
009770        MOVE "S" TO WS-FIM-FREQ
009780        GO TO 1275-LE-FREQUENCIA-EXIT
009790     END-IF.
009800     MOVE FQ-MATRICULA   TO WS-FRQ-BUSCA.
009810     MOVE FQ-AULAS-DADAS TO WS-FRQ-AULAS-LIDAS.
009820     MOVE FQ-FALTAS      TO WS-FRQ-FALTAS-LIDAS.
009830     PERFORM 1278-ACUMULA-FREQUENCIA THRU
009840         1278-ACUMULA-FREQUENCIA-EXIT.
009850 1275-LE-FREQUENCIA-EXIT. EXIT.
009860*-----------------------------------------------------------------
009870* SOMA AULAS DADAS E FALTAS LIDAS NA ENTRADA DA MATRICULA
009880* WS-FRQ-BUSCA, CRIANDO A ENTRADA NA PRIMEIRA VEZ
009890*-----------------------------------------------------------------
009900 1278-ACUMULA-FREQUENCIA.
009910     PERFORM 3200-PROCURA-FREQUENCIA THRU
009920         3200-PROCURA-FREQUENCIA-EXIT.
009930     IF NOT FRQ-ACHOU
009940        IF WS-FRQ-QTD >= 500
009950           DISPLAY "FREQUENCIA COM MAIS DE 500 ALUNOS - "
009960                   "MATRICULA " WS-FRQ-BUSCA " IGNORADA"
009970           GO TO 1278-ACUMULA-FREQUENCIA-EXIT
009980        END-IF
009990        ADD 1 TO WS-FRQ-QTD
010000        MOVE WS-FRQ-QTD TO WS-FRQ-IDX
010010        MOVE WS-FRQ-BUSCA TO WS-FRQ-MATRICULA (WS-FRQ-IDX)
010020        MOVE ZEROS TO WS-FRQ-AULAS (WS-FRQ-IDX)
010030        MOVE ZEROS TO WS-FRQ-FALTAS (WS-FRQ-IDX)
010040     END-IF.
010050     ADD WS-FRQ-AULAS-LIDAS  TO WS-FRQ-AULAS (WS-FRQ-IDX).
010060     ADD WS-FRQ-FALTAS-LIDAS TO WS-FRQ-FALTAS (WS-FRQ-IDX).
010070 1278-ACUMULA-FREQUENCIA-EXIT. EXIT.
010080*-----------------------------------------------------------------
010090 1280-CARREGA-MOVIMENTO.
010100     OPEN INPUT MOV-FILE.
010110     IF NOT MOV-OK
010120        DISPLAY "MOVIMENTO NAO ENCONTRADO - STATUS "
010130                WS-MOV-STATUS " - SEM MOVIMENTACAO DE ALUNOS"
010140        GO TO 1280-CARREGA-MOVIMENTO-EXIT
010150     END-IF.
010160     PERFORM 1285-LE-MOVIMENTO THRU 1285-LE-MOVIMENTO-EXIT
010170         UNTIL FIM-MOV.
010180     CLOSE MOV-FILE.
010190     DISPLAY "MOVIMENTACAO CARREGADA: " WS-MOV-QTD " ALUNOS".
010200 1280-CARREGA-MOVIMENTO-EXIT. EXIT.
010210*-----------------------------------------------------------------
010220 1285-LE-MOVIMENTO.
010230     READ MOV-FILE
010240         AT END
010250            MOVE "S" TO WS-FIM-MOV
010260            GO TO 1285-LE-MOVIMENTO-EXIT
010270     END-READ.
010280     IF NOT MOV-OK
010290        DISPLAY "ERRO NA LEITURA DE MOVIMENTO - STATUS "
010300                WS-MOV-STATUS
010310        MOVE "S" TO WS-FIM-MOV
010320        GO TO 1285-LE-MOVIMENTO-EXIT
010330     END-IF.
010340     IF MV-MATRICULA IS NOT NUMERIC
010350        OR (NOT MV-ENTRADA AND NOT MV-SAIDA)
010360        OR MV-BIMESTRE IS NOT NUMERIC
010370        OR MV-BIMESTRE < 1 OR MV-BIMESTRE > 4
010380        DISPLAY "MOVIMENTO INVALIDO IGNORADO - MATRICULA "
010390                MV-MATRICULA " EVENTO " MV-EVENTO
010400        GO TO 1285-LE-MOVIMENTO-EXIT
010410     END-IF.
010420     MOVE MV-MATRICULA TO WS-MOV-BUSCA.
010430     PERFORM 1288-ENTRADA-MOVIMENTO THRU
010440         1288-ENTRADA-MOVIMENTO-EXIT.
010450     IF NOT MOV-ACHOU
010460        MOVE "S" TO WS-FIM-MOV
010470        GO TO 1285-LE-MOVIMENTO-EXIT
010480     END-IF.
010490     IF MV-ENTRADA
010500        MOVE "S" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
010510        MOVE MV-BIMESTRE TO WS-MOV-BIM-ENT (WS-MOV-IDX)
010520     ELSE
010530        MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
010540        MOVE MV-BIMESTRE TO WS-MOV-BIM-SAI (WS-MOV-IDX)
010550     END-IF.
010560 1285-LE-MOVIMENTO-EXIT. EXIT.
010570*-----------------------------------------------------------------
010580* ENTRADA DA MATRICULA WS-MOV-BUSCA NA TABELA DE MOVIMENTACAO,
010590* CRIADA NA PRIMEIRA VEZ (MOV-ACHOU FICA "N" COM A TABELA CHEIA)
010600*-----------------------------------------------------------------
010610 1288-ENTRADA-MOVIMENTO.
010620     PERFORM 3450-PROCURA-MOVIMENTO THRU
010630         3450-PROCURA-MOVIMENTO-EXIT.
010640     IF MOV-ACHOU
010650        GO TO 1288-ENTRADA-MOVIMENTO-EXIT
010660     END-IF.
010670     IF WS-MOV-QTD >= 500
010680        DISPLAY "MOVIMENTO COM MAIS DE 500 ALUNOS - "
010690                "EXCEDENTE IGNORADO"
010700        GO TO 1288-ENTRADA-MOVIMENTO-EXIT
010710     END-IF.
010720     ADD 1 TO WS-MOV-QTD.
010730     MOVE WS-MOV-QTD TO WS-MOV-IDX.
010740     MOVE WS-MOV-BUSCA TO WS-MOV-MATRICULA (WS-MOV-IDX).
010750     MOVE "N" TO WS-MOV-TEM-ENT (WS-MOV-IDX).
010760     MOVE "N" TO WS-MOV-TEM-SAI (WS-MOV-IDX).
010770     MOVE ZEROS TO WS-MOV-BIM-ENT (WS-MOV-IDX).
010780     MOVE ZEROS TO WS-MOV-BIM-SAI (WS-MOV-IDX).
010790     MOVE "S" TO WS-MOV-ACHOU.
010800 1288-ENTRADA-MOVIMENTO-EXIT. EXIT.
010810*-----------------------------------------------------------------
010820 1290-CARREGA-MEDIAEXT.
010830     OPEN INPUT MEDEX-FILE.
010840     IF NOT MEDEX-OK
010850        DISPLAY "MEDIAEXT NAO ENCONTRADO - STATUS "
010860                WS-MEDEX-STATUS " - SEM MEDIAS EXTERNAS"
010870        GO TO 1290-CARREGA-MEDIAEXT-EXIT
010880     END-IF.
010890     PERFORM 1295-LE-MEDIAEXT THRU 1295-LE-MEDIAEXT-EXIT
010900         UNTIL FIM-MEX.
010910     CLOSE MEDEX-FILE.
010920     DISPLAY "MEDIAS EXTERNAS CARREGADAS: " WS-MEX-QTD.
010930 1290-CARREGA-MEDIAEXT-EXIT. EXIT.
010940*-----------------------------------------------------------------
010950 1295-LE-MEDIAEXT.
010960     READ MEDEX-FILE
010970         AT END
010980            MOVE "S" TO WS-FIM-MEX
010990            GO TO 1295-LE-MEDIAEXT-EXIT
011000     END-READ.
011010     IF NOT MEDEX-OK
011020        DISPLAY "ERRO NA LEITURA DE MEDIAEXT - STATUS "
011030                WS-MEDEX-STATUS
011040        MOVE "S" TO WS-FIM-MEX
011050        GO TO 1295-LE-MEDIAEXT-EXIT
011060     END-IF.
011070     IF ME-MATRICULA IS NOT NUMERIC
011080        OR ME-BIMESTRE IS NOT NUMERIC
011090        OR ME-BIMESTRE < 1 OR ME-BIMESTRE > 4
011100        OR ME-MEDIA IS NOT NUMERIC OR ME-MEDIA > 10
011110        DISPLAY "MEDIA EXTERNA INVALIDA IGNORADA - MATRICULA "
011120                ME-MATRICULA " DISCIPLINA " ME-DISCIPLINA
011130        GO TO 1295-LE-MEDIAEXT-EXIT
011140     END-IF.
011150     IF WS-MEX-QTD >= 1000
011160        DISPLAY "MEDIAEXT COM MAIS DE 1000 REGISTROS - "
011170                "EXCEDENTE IGNORADO"
011180        MOVE "S" TO WS-FIM-MEX
011190        GO TO 1295-LE-MEDIAEXT-EXIT
011200     END-IF.
011210     ADD 1 TO WS-MEX-QTD.
011220     MOVE ME-MATRICULA  TO WS-MEX-MATRICULA (WS-MEX-QTD).
011230     MOVE ME-DISCIPLINA TO WS-MEX-DISCIPLINA (WS-MEX-QTD).
011240     MOVE ME-BIMESTRE   TO WS-MEX-BIMESTRE (WS-MEX-QTD).
011250     MOVE ME-MEDIA      TO WS-MEX-MEDIA (WS-MEX-QTD).
011260 1295-LE-MEDIAEXT-EXIT. EXIT.
011270*-----------------------------------------------------------------
011280* ARQUIVO MORTO: DO ANO SIMULADO, OS REGISTROS "H" VIRAM O
011290* HISTORICO (HSTWK, NO LAYOUT DO HISTBIM), OS "F" A FREQUENCIA
011300* E OS "A" COM SITUACAO "T" AS SAIDAS. O MOVIMENTO E O MEDIAEXT
011310* NAO SAO ARQUIVADOS: OS RECEBIDOS FICAM SO COM OS BIMESTRES
011320* CURSADOS NA REDE.
011330*-----------------------------------------------------------------
011340 1300-CARREGA-ARQUIVO-MORTO.
011350     OPEN INPUT ARQ-FILE.
011360     IF NOT ARQ-OK
011370        DISPLAY "ARQANUAL NAO ENCONTRADO - STATUS "
011380                WS-ARQ-STATUS " - NADA A SIMULAR"
011390        MOVE "S" TO WS-ERRO-SIMULACAO
011400        MOVE 8 TO RETURN-CODE
011410        GO TO 1300-CARREGA-ARQUIVO-MORTO-EXIT
011420     END-IF.
011430     OPEN OUTPUT HSTWK-FILE.
011440     IF NOT HSTWK-OK
011450        DISPLAY "ERRO AO ABRIR HSTWK - STATUS "
011460                WS-HSTWK-STATUS
011470        CLOSE ARQ-FILE
011480        MOVE "S" TO WS-ERRO-SIMULACAO
011490        MOVE 8 TO RETURN-CODE
011500        GO TO 1300-CARREGA-ARQUIVO-MORTO-EXIT
011510     END-IF.
011520     PERFORM 1310-LE-ARQANUAL THRU 1310-LE-ARQANUAL-EXIT
011530         UNTIL FIM-ARQ.
011540     CLOSE ARQ-FILE.
011550     CLOSE HSTWK-FILE.
011560     DISPLAY "HISTORICO DO ANO " WS-ANO-LETIVO
011570             " NO ARQANUAL: " WS-TOT-ARQ-HIST " REGISTROS".
011580     DISPLAY "FREQUENCIA CARREGADA: " WS-FRQ-QTD " ALUNOS".
011590     DISPLAY "TRANSFERIDOS NO ANO: " WS-MOV-QTD.
011600     SORT SORT-HIST-FILE
011610         ON ASCENDING KEY SH-ESCOLA SH-MATRICULA SH-DISCIPLINA
011620             SH-BIMESTRE
011630         USING HSTWK-FILE
011640         GIVING HSTORD-FILE.
011650 1300-CARREGA-ARQUIVO-MORTO-EXIT. EXIT.
011660*-----------------------------------------------------------------
011670 1310-LE-ARQANUAL.
011680     READ ARQ-FILE
011690         AT END
011700            MOVE "S" TO WS-FIM-ARQ
011710            GO TO 1310-LE-ARQANUAL-EXIT
011720     END-READ.
011730     IF NOT ARQ-OK
011740        DISPLAY "ERRO NA LEITURA DE ARQANUAL - STATUS "
011750                WS-ARQ-STATUS
011760        MOVE "S" TO WS-FIM-ARQ
011770        GO TO 1310-LE-ARQANUAL-EXIT
011780     END-IF.
011790     IF AQ-ANO-LETIVO NOT = WS-ANO-LETIVO
011800        GO TO 1310-LE-ARQANUAL-EXIT
011810     END-IF.
011820     EVALUATE TRUE
011830        WHEN AQ-HISTORICO
011840           MOVE AQ-ANO-LETIVO  TO HW-ANO-LETIVO
011850           MOVE AQ-MATRICULA   TO HW-MATRICULA
011860           MOVE AQH-NOME-ALUNO TO HW-NOME-ALUNO
011870           MOVE AQH-TURMA      TO HW-TURMA
011880           MOVE AQH-DISCIPLINA TO HW-DISCIPLINA
011890           MOVE AQH-BIMESTRE   TO HW-BIMESTRE
011900           MOVE AQH-N1         TO HW-N1
011910           MOVE AQH-N2         TO HW-N2
011920           MOVE AQH-N3         TO HW-N3
011930           MOVE AQH-N4         TO HW-N4
011940           MOVE AQH-MEDIA-BIM  TO HW-MEDIA-BIM
011950           MOVE AQ-ESCOLA      TO HW-ESCOLA
011960           WRITE HW-REC
011970           ADD 1 TO WS-TOT-ARQ-HIST
011980        WHEN AQ-FREQUENCIA
011990           MOVE AQ-MATRICULA    TO WS-FRQ-BUSCA
012000           MOVE AQF-AULAS-DADAS TO WS-FRQ-AULAS-LIDAS
012010           MOVE AQF-FALTAS      TO WS-FRQ-FALTAS-LIDAS
012020           PERFORM 1278-ACUMULA-FREQUENCIA THRU
012030               1278-ACUMULA-FREQUENCIA-EXIT
012040        WHEN AQ-ANUAL
012050           IF AQA-SITUACAO = "T"
012060              MOVE AQ-MATRICULA TO WS-MOV-BUSCA
012070              PERFORM 1288-ENTRADA-MOVIMENTO THRU
012080                  1288-ENTRADA-MOVIMENTO-EXIT
012090              IF MOV-ACHOU
012100                 MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
012110              END-IF
012120           END-IF
012130     END-EVALUATE.
012140 1310-LE-ARQANUAL-EXIT. EXIT.
012150*-----------------------------------------------------------------
012160 2000-PROCESSA-HISTORICO.
012170     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
012180     IF FIM-ARQUIVO
012190        GO TO 2000-PROCESSA-HISTORICO-EXIT
012200     END-IF.
012210     IF HO-ANO-LETIVO NOT = WS-ANO-LETIVO
012220        ADD 1 TO WS-TOT-OUTROS-ANOS
012230        GO TO 2000-PROCESSA-HISTORICO-EXIT
012240     END-IF.
012250     IF WS-ESCOLA-FILTRO NOT = ZEROS
012260        AND HO-ESCOLA NOT = WS-ESCOLA-FILTRO
012270        ADD 1 TO WS-TOT-OUTRAS-ESCOLAS
012280        GO TO 2000-PROCESSA-HISTORICO-EXIT
012290     END-IF.
012300     IF TEM-ALUNO
012310        AND (HO-MATRICULA NOT = WS-MATR-ATUAL
012320        OR HO-DISCIPLINA NOT = WS-DISC-ATUAL)
012330        PERFORM 2250-FECHA-DISCIPLINA THRU
012340            2250-FECHA-DISCIPLINA-EXIT
012350     END-IF.
012360     IF TEM-ALUNO AND HO-MATRICULA NOT = WS-MATR-ATUAL
012370        PERFORM 2300-FECHA-ALUNO THRU 2300-FECHA-ALUNO-EXIT
012380     END-IF.
012390     IF NOT TEM-ALUNO
012400        PERFORM 2360-ZERA-ALUNO
012410        MOVE "S"           TO WS-TEM-ALUNO
012420        MOVE HO-MATRICULA  TO WS-MATR-ATUAL
012430        MOVE HO-NOME-ALUNO TO WS-NOME-ATUAL
012440        MOVE HO-TURMA      TO WS-TURMA-ATUAL
012450        MOVE HO-ESCOLA     TO WS-ESCOLA-ATUAL
012460        MOVE SPACES        TO WS-DISC-ATUAL
012470        PERFORM 3400-DEFINE-MOVIMENTO THRU
012480            3400-DEFINE-MOVIMENTO-EXIT
012490        PERFORM 3300-APURA-FREQUENCIA
012500     END-IF.
012510     IF HO-DISCIPLINA NOT = WS-DISC-ATUAL
012520        PERFORM 2350-ZERA-ACUMULADORES
012530        MOVE HO-DISCIPLINA TO WS-DISC-ATUAL
012540     END-IF.
012550     PERFORM 2200-ACUMULA-BIMESTRE.
012560 2000-PROCESSA-HISTORICO-EXIT. EXIT.
012570*-----------------------------------------------------------------
012580 2100-LER-HISTORICO.
012590     READ HSTORD-FILE
012600         AT END
012610            MOVE "S" TO WS-FIM-ARQUIVO
012620            GO TO 2100-LER-HISTORICO-EXIT
012630     END-READ.
012640     IF NOT HSTORD-OK
012650        DISPLAY "ERRO NA LEITURA DE HSTORD - STATUS "
012660                WS-HSTORD-STATUS
012670        MOVE "S" TO WS-FIM-ARQUIVO
012680        GO TO 2100-LER-HISTORICO-EXIT
012690     END-IF.
012700 2100-LER-HISTORICO-EXIT. EXIT.
012710*-----------------------------------------------------------------
012720 2200-ACUMULA-BIMESTRE.
012730     IF HO-BIMESTRE < 1 OR HO-BIMESTRE > 4
012740        DISPLAY "BIMESTRE INVALIDO NO HISTORICO: " HO-BIMESTRE
012750     ELSE
012760        MOVE HO-BIMESTRE  TO WS-BIM-IDX
012770        MOVE "S"          TO WS-BIM-TEM (WS-BIM-IDX)
012780        MOVE "S"          TO WS-BIM-NOTAS (WS-BIM-IDX)
012790        MOVE HO-N1        TO WS-BIM-N1 (WS-BIM-IDX)
012800        MOVE HO-N2        TO WS-BIM-N2 (WS-BIM-IDX)
012810        MOVE HO-N3        TO WS-BIM-N3 (WS-BIM-IDX)
012820        MOVE HO-N4        TO WS-BIM-N4 (WS-BIM-IDX)
012830        MOVE HO-MEDIA-BIM TO WS-BIM-MEDIA (WS-BIM-IDX)
012840     END-IF.
012850*-----------------------------------------------------------------
012860* FECHA A DISCIPLINA DO ALUNO UMA VEZ POR BARALHO, COM AS REGRAS
012870* DO PROGRAMA02, E GRAVA O RESULTADO "D" DA DISCIPLINA
012880*-----------------------------------------------------------------
012890 2250-FECHA-DISCIPLINA.
012900     ADD 1 TO WS-QTD-DISC.
012910     IF ALUNO-ENTRADA
012920        PERFORM 2260-COMPLETA-EXTERNAS THRU
012930            2260-COMPLETA-EXTERNAS-EXIT
012940     END-IF.
012950     PERFORM 2290-LIMPA-RESULTADO.
012960     MOVE "D"           TO SW-TIPO.
012970     MOVE WS-DISC-ATUAL TO SW-DISCIPLINA.
012980     MOVE 1 TO WS-BAR-IDX.
012990     PERFORM 3100-PROCURA-PARM-DISC THRU
013000         3100-PROCURA-PARM-DISC-EXIT.
013010     MOVE WS-PESO-DISC-N1 TO WS-REAL-PESO-N1.
013020     MOVE WS-PESO-DISC-N2 TO WS-REAL-PESO-N2.
013030     MOVE WS-PESO-DISC-N3 TO WS-REAL-PESO-N3.
013040     MOVE WS-PESO-DISC-N4 TO WS-REAL-PESO-N4.
013050     PERFORM 2255-FECHA-DISC-BARALHO THRU
013060         2255-FECHA-DISC-BARALHO-EXIT
013070         VARYING WS-BAR-IDX FROM 1 BY 1
013080         UNTIL WS-BAR-IDX > WS-QTD-BARALHOS.
013090     WRITE SW-REC.
013100 2250-FECHA-DISCIPLINA-EXIT. EXIT.
013110*-----------------------------------------------------------------
013120 2255-FECHA-DISC-BARALHO.
013130     PERFORM 3100-PROCURA-PARM-DISC THRU
013140         3100-PROCURA-PARM-DISC-EXIT.
013150     PERFORM 2270-MEDIAS-BARALHO.
013160*    ALUNO TRANSFERIDO: MEDIA PARCIAL DOS BIMESTRES CURSADOS,
013170*    SEM DECISAO DE APROVACAO.
013180     IF ALUNO-SAIDA
013190        MOVE ZEROS TO WS-MEDIA-ANUAL
013200        MOVE ZEROS TO WS-SOMA-PARCIAL WS-QTD-PARCIAL
013210        PERFORM 2275-SOMA-PARCIAL
013220            VARYING WS-BIM-IDX FROM 1 BY 1
013230            UNTIL WS-BIM-IDX > 4
013240        IF WS-QTD-PARCIAL > ZEROS
013250           DIVIDE WS-SOMA-PARCIAL BY WS-QTD-PARCIAL
013260              GIVING WS-MEDIA-ANUAL ROUNDED
013270           ADD WS-MEDIA-ANUAL TO WS-AB-SOMA-ANUAL (WS-BAR-IDX)
013280        END-IF
013290        MOVE "TRANSFERIDO" TO SW-SITUACAO (WS-BAR-IDX)
013300        MOVE WS-MEDIA-ANUAL TO SW-MEDIA (WS-BAR-IDX)
013310        GO TO 2255-FECHA-DISC-BARALHO-EXIT
013320     END-IF.
013330     IF WS-BIM-TEM (1) = "S" AND WS-BIM-TEM (2) = "S"
013340        AND WS-BIM-TEM (3) = "S" AND WS-BIM-TEM (4) = "S"
013350        COMPUTE WS-MEDIA-ANUAL ROUNDED = (WS-MBD-MEDIA (1)
013360                    + WS-MBD-MEDIA (2)
013370                    + WS-MBD-MEDIA (3) + WS-MBD-MEDIA (4)) / 4
013380        IF WS-MEDIA-ANUAL >= WS-CORTE-DISC
013390           MOVE "APROVADO"  TO SW-SITUACAO (WS-BAR-IDX)
013400        ELSE
013410           MOVE "REPROVADO" TO SW-SITUACAO (WS-BAR-IDX)
013420           ADD 1 TO WS-AB-QTD-REPROVA (WS-BAR-IDX)
013430        END-IF
013440        ADD WS-MEDIA-ANUAL TO WS-AB-SOMA-ANUAL (WS-BAR-IDX)
013450     ELSE
013460        MOVE ZEROS          TO WS-MEDIA-ANUAL
013470        MOVE "INCOMPLETO"   TO SW-SITUACAO (WS-BAR-IDX)
013480        ADD 1 TO WS-AB-QTD-INCOMPL (WS-BAR-IDX)
013490     END-IF.
013500     MOVE WS-MEDIA-ANUAL TO SW-MEDIA (WS-BAR-IDX).
013510 2255-FECHA-DISC-BARALHO-EXIT. EXIT.
013520*-----------------------------------------------------------------
013530* COMPLETA COM AS MEDIAS EXTERNAS OS BIMESTRES ANTERIORES A
013540* ENTRADA DO ALUNO RECEBIDO QUE AINDA ESTAO SEM MEDIA
013550*-----------------------------------------------------------------
013560 2260-COMPLETA-EXTERNAS.
013570     PERFORM 2262-COMPLETA-BIM THRU 2262-COMPLETA-BIM-EXIT
013580         VARYING WS-MEX-BUSCA-BIM FROM 1 BY 1
013590         UNTIL WS-MEX-BUSCA-BIM >= WS-BIM-ENTRADA.
013600 2260-COMPLETA-EXTERNAS-EXIT. EXIT.
013610*-----------------------------------------------------------------
013620 2262-COMPLETA-BIM.
013630     IF WS-BIM-TEM (WS-MEX-BUSCA-BIM) = "S"
013640        GO TO 2262-COMPLETA-BIM-EXIT
013650     END-IF.
013660     PERFORM 2264-PROCURA-MEDIAEXT THRU
013670         2264-PROCURA-MEDIAEXT-EXIT.
013680     IF NOT MEX-ACHOU
013690        GO TO 2262-COMPLETA-BIM-EXIT
013700     END-IF.
013710     MOVE "S" TO WS-BIM-TEM (WS-MEX-BUSCA-BIM).
013720     MOVE "N" TO WS-BIM-NOTAS (WS-MEX-BUSCA-BIM).
013730     MOVE WS-MEX-MEDIA (WS-MEX-IDX)
013740         TO WS-BIM-MEDIA (WS-MEX-BUSCA-BIM).
013750 2262-COMPLETA-BIM-EXIT. EXIT.
013760*-----------------------------------------------------------------
013770 2264-PROCURA-MEDIAEXT.
013780     MOVE "N" TO WS-MEX-ACHOU.
013790     MOVE 1 TO WS-MEX-IDX.
013800     PERFORM 2266-COMPARA-MEDIAEXT THRU
013810         2266-COMPARA-MEDIAEXT-EXIT
013820         UNTIL MEX-ACHOU OR WS-MEX-IDX > WS-MEX-QTD.
013830 2264-PROCURA-MEDIAEXT-EXIT. EXIT.
013840*-----------------------------------------------------------------
013850 2266-COMPARA-MEDIAEXT.
013860     IF WS-MEX-MATRICULA (WS-MEX-IDX) = WS-MATR-ATUAL
013870        AND WS-MEX-DISCIPLINA (WS-MEX-IDX) = WS-DISC-ATUAL
013880        AND WS-MEX-BIMESTRE (WS-MEX-IDX) = WS-MEX-BUSCA-BIM
013890        MOVE "S" TO WS-MEX-ACHOU
013900     ELSE
013910        ADD 1 TO WS-MEX-IDX
013920     END-IF.
013930 2266-COMPARA-MEDIAEXT-EXIT. EXIT.
013940*-----------------------------------------------------------------
013950* MEDIAS DOS BIMESTRES NO BARALHO CORRENTE: A GRAVADA NO
013960* HISTORICO, SALVO QUANDO O BARALHO MUDA OS PESOS DA DISCIPLINA
013970* - AI A MEDIA E REFEITA COM AS NOTAS, COMO NO PROGRAMA01. A
013980* MEDIA EXTERNA NAO TEM NOTAS E FICA COMO VEIO.
013990*-----------------------------------------------------------------
014000 2270-MEDIAS-BARALHO.
014010     MOVE "N" TO WS-RECALCULA.
014020     IF WS-PESO-DISC-N1 NOT = WS-REAL-PESO-N1
014030        OR WS-PESO-DISC-N2 NOT = WS-REAL-PESO-N2
014040        OR WS-PESO-DISC-N3 NOT = WS-REAL-PESO-N3
014050        OR WS-PESO-DISC-N4 NOT = WS-REAL-PESO-N4
014060        MOVE "S" TO WS-RECALCULA
014070     END-IF.
014080     PERFORM 2272-MEDIA-BIMESTRE
014090         VARYING WS-BIM-IDX FROM 1 BY 1
014100         UNTIL WS-BIM-IDX > 4.
014110*-----------------------------------------------------------------
014120 2272-MEDIA-BIMESTRE.
014130     IF WS-BIM-TEM (WS-BIM-IDX) NOT = "S"
014140        MOVE ZEROS TO WS-MBD-MEDIA (WS-BIM-IDX)
014150     ELSE
014160        IF RECALCULA AND WS-BIM-NOTAS (WS-BIM-IDX) = "S"
014170           COMPUTE WS-MBD-MEDIA (WS-BIM-IDX) ROUNDED =
014180               ( WS-BIM-N1 (WS-BIM-IDX) * WS-PESO-DISC-N1
014190               + WS-BIM-N2 (WS-BIM-IDX) * WS-PESO-DISC-N2
014200               + WS-BIM-N3 (WS-BIM-IDX) * WS-PESO-DISC-N3
014210               + WS-BIM-N4 (WS-BIM-IDX) * WS-PESO-DISC-N4 )
014220               / 100
014230        ELSE
014240           MOVE WS-BIM-MEDIA (WS-BIM-IDX)
014250               TO WS-MBD-MEDIA (WS-BIM-IDX)
014260        END-IF
014270     END-IF.
014280*-----------------------------------------------------------------
014290 2275-SOMA-PARCIAL.
014300     IF WS-BIM-TEM (WS-BIM-IDX) = "S"
014310        ADD WS-MBD-MEDIA (WS-BIM-IDX) TO WS-SOMA-PARCIAL
014320        ADD 1 TO WS-QTD-PARCIAL
014330     END-IF.
014340*-----------------------------------------------------------------
014350* REGISTRO DE RESULTADO EM BRANCO PARA O ALUNO CORRENTE; O
014360* BARALHO QUE NAO FOR USADO FICA SEM SITUACAO
014370*-----------------------------------------------------------------
014380 2290-LIMPA-RESULTADO.
014390     MOVE SPACES          TO SW-REC.
014400     MOVE WS-ESCOLA-ATUAL TO SW-ESCOLA.
014410     MOVE WS-TURMA-ATUAL  TO SW-TURMA.
014420     MOVE WS-MATR-ATUAL   TO SW-MATRICULA.
014430     MOVE WS-NOME-ATUAL   TO SW-NOME-ALUNO.
014440     MOVE WS-FREQ-PERC    TO SW-FREQ-PERC.
014450     MOVE ZEROS TO SW-MEDIA (1) SW-MEDIA (2) SW-MEDIA (3)
014460         SW-QTD-REPROVA (1) SW-QTD-REPROVA (2)
014470         SW-QTD-REPROVA (3).
014480*-----------------------------------------------------------------
014490* FECHA O ALUNO UMA VEZ POR BARALHO E GRAVA O RESULTADO "A"
014500*-----------------------------------------------------------------
014510 2300-FECHA-ALUNO.
014520     ADD 1 TO WS-TOT-ALUNOS.
014530     PERFORM 2310-PROCURA-DEP-ABERTA THRU
014540         2310-PROCURA-DEP-ABERTA-EXIT.
014550     PERFORM 2290-LIMPA-RESULTADO.
014560     MOVE "A"    TO SW-TIPO.
014570     PERFORM 2320-FECHA-ALUNO-BARALHO THRU
014580         2320-FECHA-ALUNO-BARALHO-EXIT
014590         VARYING WS-BAR-IDX FROM 1 BY 1
014600         UNTIL WS-BAR-IDX > WS-QTD-BARALHOS.
014610     WRITE SW-REC.
014620     MOVE "N" TO WS-TEM-ALUNO.
014630 2300-FECHA-ALUNO-EXIT. EXIT.
014640*-----------------------------------------------------------------
014650 2310-PROCURA-DEP-ABERTA.
014660     MOVE "N" TO WS-DEA-ACHOU.
014670     MOVE 1 TO WS-DEA-IDX.
014680     PERFORM 2315-COMPARA-DEP-ABERTA THRU
014690         2315-COMPARA-DEP-ABERTA-EXIT
014700         UNTIL DEA-ACHOU OR WS-DEA-IDX > WS-DEA-QTD.
014710 2310-PROCURA-DEP-ABERTA-EXIT. EXIT.
014720*-----------------------------------------------------------------
014730 2315-COMPARA-DEP-ABERTA.
014740     IF WS-DEA-MATRICULA (WS-DEA-IDX) = WS-MATR-ATUAL
014750        MOVE "S" TO WS-DEA-ACHOU
014760     ELSE
014770        ADD 1 TO WS-DEA-IDX
014780     END-IF.
014790 2315-COMPARA-DEP-ABERTA-EXIT. EXIT.
014800*-----------------------------------------------------------------
014810* DECISAO DE PROMOCAO DO PROGRAMA02 COM O MAXIMO DE REPROVACOES
014820* E A FREQUENCIA MINIMA DO BARALHO CORRENTE
014830*-----------------------------------------------------------------
014840 2320-FECHA-ALUNO-BARALHO.
014850     MOVE WS-AB-QTD-REPROVA (WS-BAR-IDX)
014860         TO SW-QTD-REPROVA (WS-BAR-IDX).
014870     IF ALUNO-SAIDA
014880        IF WS-QTD-DISC > ZEROS
014890           DIVIDE WS-AB-SOMA-ANUAL (WS-BAR-IDX) BY WS-QTD-DISC
014900              GIVING WS-MEDIA-GERAL ROUNDED
014910        ELSE
014920           MOVE ZEROS TO WS-MEDIA-GERAL
014930        END-IF
014940        MOVE WS-MEDIA-GERAL TO SW-MEDIA (WS-BAR-IDX)
014950        MOVE "TRANSFERIDO"  TO SW-SITUACAO (WS-BAR-IDX)
014960        GO TO 2320-FECHA-ALUNO-BARALHO-EXIT
014970     END-IF.
014980     IF WS-AB-QTD-INCOMPL (WS-BAR-IDX) > ZEROS
014990        MOVE ZEROS        TO SW-MEDIA (WS-BAR-IDX)
015000        MOVE "INCOMPLETO" TO SW-SITUACAO (WS-BAR-IDX)
015010        GO TO 2320-FECHA-ALUNO-BARALHO-EXIT
015020     END-IF.
015030     DIVIDE WS-AB-SOMA-ANUAL (WS-BAR-IDX) BY WS-QTD-DISC
015040        GIVING WS-MEDIA-GERAL ROUNDED.
015050     MOVE WS-MEDIA-GERAL TO SW-MEDIA (WS-BAR-IDX).
015060     IF WS-AB-QTD-REPROVA (WS-BAR-IDX)
015070            > WS-BR-MAX-REPROVA (WS-BAR-IDX)
015080        MOVE "RETIDO"      TO SW-SITUACAO (WS-BAR-IDX)
015090     ELSE
015100        IF WS-FREQ-PERC < WS-BR-FREQ-MINIMA (WS-BAR-IDX)
015110           MOVE "RETIDO-FREQ" TO SW-SITUACAO (WS-BAR-IDX)
015120        ELSE
015130           IF DEA-ACHOU
015140              MOVE "RETIDO-DEP" TO SW-SITUACAO (WS-BAR-IDX)
015150           ELSE
015160              MOVE "PROMOVIDO"  TO SW-SITUACAO (WS-BAR-IDX)
015170           END-IF
015180        END-IF
015190     END-IF.
015200 2320-FECHA-ALUNO-BARALHO-EXIT. EXIT.
015210*-----------------------------------------------------------------
015220 2350-ZERA-ACUMULADORES.
015230     PERFORM 2355-ZERA-BIMESTRE
015240         VARYING WS-BIM-IDX FROM 1 BY 1
015250         UNTIL WS-BIM-IDX > 4.
015260*-----------------------------------------------------------------
015270 2355-ZERA-BIMESTRE.
015280     MOVE "N"   TO WS-BIM-TEM (WS-BIM-IDX)
015290                   WS-BIM-NOTAS (WS-BIM-IDX).
015300     MOVE ZEROS TO WS-BIM-N1 (WS-BIM-IDX)
015310                   WS-BIM-N2 (WS-BIM-IDX)
015320                   WS-BIM-N3 (WS-BIM-IDX)
015330                   WS-BIM-N4 (WS-BIM-IDX)
015340                   WS-BIM-MEDIA (WS-BIM-IDX).
015350*-----------------------------------------------------------------
015360 2360-ZERA-ALUNO.
015370     MOVE ZEROS TO WS-QTD-DISC.
015380     PERFORM 2365-ZERA-ALUNO-BARALHO
015390         VARYING WS-BAR-IDX FROM 1 BY 1
015400         UNTIL WS-BAR-IDX > 3.
015410*-----------------------------------------------------------------
015420 2365-ZERA-ALUNO-BARALHO.
015430     MOVE ZEROS TO WS-AB-QTD-REPROVA (WS-BAR-IDX)
015440                   WS-AB-QTD-INCOMPL (WS-BAR-IDX)
015450                   WS-AB-SOMA-ANUAL (WS-BAR-IDX).
015460*-----------------------------------------------------------------
015470 2500-FECHA-ULTIMO.
015480     IF TEM-ALUNO
015490        PERFORM 2250-FECHA-DISCIPLINA THRU
015500            2250-FECHA-DISCIPLINA-EXIT
015510        PERFORM 2300-FECHA-ALUNO THRU 2300-FECHA-ALUNO-EXIT
015520     END-IF.
015530     CLOSE HSTORD-FILE.
015540     CLOSE SIMWK-FILE.
015550*-----------------------------------------------------------------
015560* CORTE E PESOS DA DISCIPLINA CORRENTE NO BARALHO WS-BAR-IDX:
015570* OS GERAIS, TROCADOS PELOS DO CARTAO DA DISCIPLINA SE HOUVER
015580*-----------------------------------------------------------------
015590 3100-PROCURA-PARM-DISC.
015600     MOVE WS-BR-NOTA-CORTE (WS-BAR-IDX) TO WS-CORTE-DISC.
015610     MOVE WS-BR-PESO-N1 (WS-BAR-IDX)    TO WS-PESO-DISC-N1.
015620     MOVE WS-BR-PESO-N2 (WS-BAR-IDX)    TO WS-PESO-DISC-N2.
015630     MOVE WS-BR-PESO-N3 (WS-BAR-IDX)    TO WS-PESO-DISC-N3.
015640     MOVE WS-BR-PESO-N4 (WS-BAR-IDX)    TO WS-PESO-DISC-N4.
015650     MOVE "N" TO WS-PRM-ACHOU.
015660     MOVE 1 TO WS-PRM-IDX.
015670     PERFORM 3150-COMPARA-PARM-DISC THRU
015680         3150-COMPARA-PARM-DISC-EXIT
015690         UNTIL PRM-ACHOU
015700            OR WS-PRM-IDX > WS-BR-PRM-QTD (WS-BAR-IDX).
015710     IF NOT PRM-ACHOU
015720        GO TO 3100-PROCURA-PARM-DISC-EXIT
015730     END-IF.
015740     MOVE WS-BR-PRM-CORTE (WS-BAR-IDX, WS-PRM-IDX)
015750         TO WS-CORTE-DISC.
015760     IF WS-BR-PRM-PESOS-OK (WS-BAR-IDX, WS-PRM-IDX) = "S"
015770        MOVE WS-BR-PRM-PESO-N1 (WS-BAR-IDX, WS-PRM-IDX)
015780            TO WS-PESO-DISC-N1
015790        MOVE WS-BR-PRM-PESO-N2 (WS-BAR-IDX, WS-PRM-IDX)
015800            TO WS-PESO-DISC-N2
015810        MOVE WS-BR-PRM-PESO-N3 (WS-BAR-IDX, WS-PRM-IDX)
015820            TO WS-PESO-DISC-N3
015830        MOVE WS-BR-PRM-PESO-N4 (WS-BAR-IDX, WS-PRM-IDX)
015840            TO WS-PESO-DISC-N4
015850     END-IF.
015860 3100-PROCURA-PARM-DISC-EXIT. EXIT.
015870*-----------------------------------------------------------------
015880 3150-COMPARA-PARM-DISC.
015890     IF WS-BR-PRM-DISCIPLINA (WS-BAR-IDX, WS-PRM-IDX)
015900            = WS-DISC-ATUAL
015910        MOVE "S" TO WS-PRM-ACHOU
015920     ELSE
015930        ADD 1 TO WS-PRM-IDX
015940     END-IF.
015950 3150-COMPARA-PARM-DISC-EXIT. EXIT.
015960*-----------------------------------------------------------------
015970 3200-PROCURA-FREQUENCIA.
015980     MOVE "N" TO WS-FRQ-ACHOU.
015990     MOVE 1 TO WS-FRQ-IDX.
016000     PERFORM 3250-COMPARA-FREQUENCIA THRU
016010         3250-COMPARA-FREQUENCIA-EXIT
016020         UNTIL FRQ-ACHOU OR WS-FRQ-IDX > WS-FRQ-QTD.
016030 3200-PROCURA-FREQUENCIA-EXIT. EXIT.
016040*-----------------------------------------------------------------
016050 3250-COMPARA-FREQUENCIA.
016060     IF WS-FRQ-MATRICULA (WS-FRQ-IDX) = WS-FRQ-BUSCA
016070        MOVE "S" TO WS-FRQ-ACHOU
016080     ELSE
016090        ADD 1 TO WS-FRQ-IDX
016100     END-IF.
016110 3250-COMPARA-FREQUENCIA-EXIT. EXIT.
016120*-----------------------------------------------------------------
016130 3300-APURA-FREQUENCIA.
016140     MOVE WS-MATR-ATUAL TO WS-FRQ-BUSCA.
016150     PERFORM 3200-PROCURA-FREQUENCIA THRU
016160         3200-PROCURA-FREQUENCIA-EXIT.
016170     IF FRQ-ACHOU AND WS-FRQ-AULAS (WS-FRQ-IDX) > ZEROS
016180        COMPUTE WS-FREQ-PERC ROUNDED =
016190            ((WS-FRQ-AULAS (WS-FRQ-IDX)
016200            - WS-FRQ-FALTAS (WS-FRQ-IDX)) * 100)
016210            / WS-FRQ-AULAS (WS-FRQ-IDX)
016220     ELSE
016230        MOVE 100 TO WS-FREQ-PERC
016240     END-IF.
016250*-----------------------------------------------------------------
016260 3400-DEFINE-MOVIMENTO.
016270     MOVE "N" TO WS-ALUNO-ENTRADA WS-ALUNO-SAIDA.
016280     MOVE ZEROS TO WS-BIM-ENTRADA WS-BIM-SAIDA.
016290     MOVE WS-MATR-ATUAL TO WS-MOV-BUSCA.
016300     PERFORM 3450-PROCURA-MOVIMENTO THRU
016310         3450-PROCURA-MOVIMENTO-EXIT.
016320     IF NOT MOV-ACHOU
016330        GO TO 3400-DEFINE-MOVIMENTO-EXIT
016340     END-IF.
016350     IF WS-MOV-TEM-ENT (WS-MOV-IDX) = "S"
016360        MOVE "S" TO WS-ALUNO-ENTRADA
016370        MOVE WS-MOV-BIM-ENT (WS-MOV-IDX) TO WS-BIM-ENTRADA
016380     END-IF.
016390     IF WS-MOV-TEM-SAI (WS-MOV-IDX) = "S"
016400        MOVE "S" TO WS-ALUNO-SAIDA
016410        MOVE WS-MOV-BIM-SAI (WS-MOV-IDX) TO WS-BIM-SAIDA
016420     END-IF.
016430 3400-DEFINE-MOVIMENTO-EXIT. EXIT.
016440*-----------------------------------------------------------------
016450 3450-PROCURA-MOVIMENTO.
016460     MOVE "N" TO WS-MOV-ACHOU.
016470     MOVE 1 TO WS-MOV-IDX.
016480     PERFORM 3460-COMPARA-MOVIMENTO THRU
016490         3460-COMPARA-MOVIMENTO-EXIT
016500         UNTIL MOV-ACHOU OR WS-MOV-IDX > WS-MOV-QTD.
016510 3450-PROCURA-MOVIMENTO-EXIT. EXIT.
016520*-----------------------------------------------------------------
016530 3460-COMPARA-MOVIMENTO.
016540     IF WS-MOV-MATRICULA (WS-MOV-IDX) = WS-MOV-BUSCA
016550        MOVE "S" TO WS-MOV-ACHOU
016560     ELSE
016570        ADD 1 TO WS-MOV-IDX
016580     END-IF.
016590 3460-COMPARA-MOVIMENTO-EXIT. EXIT.
016600*-----------------------------------------------------------------
016610 4000-ORDENA-RESULTADO.
016620     SORT SORT-SIM-FILE
016630         ON ASCENDING KEY SS-ESCOLA SS-TURMA SS-TIPO
016640             SS-DISCIPLINA SS-MATRICULA
016650         USING SIMWK-FILE
016660         GIVING SIMORD-FILE.
016670*-----------------------------------------------------------------
016680* RELATORIO DE SIMULACAO: PAGINA DOS BARALHOS, UMA PAGINA POR
016690* ESCOLA (TURMAS E DISCIPLINAS) E O RESUMO DA REDE
016700*-----------------------------------------------------------------
016710 5000-IMPRIME-SIMULACAO.
016720     OPEN OUTPUT RELSIM-FILE.
016730     IF NOT RELSIM-OK
016740        DISPLAY "ERRO AO ABRIR RELSIMUL - STATUS "
016750                WS-RELSIM-STATUS
016760        MOVE 8 TO RETURN-CODE
016770        GO TO 5000-IMPRIME-SIMULACAO-EXIT
016780     END-IF.
016790     OPEN INPUT SIMORD-FILE.
016800     IF NOT SIMORD-OK
016810        DISPLAY "ERRO AO ABRIR SIMORD - STATUS "
016820                WS-SIMORD-STATUS
016830        CLOSE RELSIM-FILE
016840        MOVE 8 TO RETURN-CODE
016850        GO TO 5000-IMPRIME-SIMULACAO-EXIT
016860     END-IF.
016870     MOVE ZEROS TO WS-CONTADORES.
016880     PERFORM 5100-IMPRIME-BARALHOS.
016890     PERFORM 5200-LE-RESULTADO THRU 5200-LE-RESULTADO-EXIT
016900         UNTIL FIM-SIMORD.
016910     IF TEM-ESCOLA
016920        PERFORM 5700-FECHA-ESCOLA
016930     END-IF.
016940     PERFORM 5800-IMPRIME-REDE THRU 5800-IMPRIME-REDE-EXIT.
016950     CLOSE SIMORD-FILE.
016960     CLOSE RELSIM-FILE.
016970 5000-IMPRIME-SIMULACAO-EXIT. EXIT.
016980*-----------------------------------------------------------------
016990 5100-IMPRIME-BARALHOS.
017000     IF WS-QTD-BARALHOS > 2
017010        MOVE "ALTERNATIVO 2 (PARMSIM2)" TO W17L-ALT2
017020        MOVE "SITUACAO     MEDIA REP"   TO W17AC-ALT2
017030        MOVE "APROV  RETID  R-FRQ  MUDA" TO W17XC-ALT2
017040        MOVE "APROV  REPRV         MUDA" TO W17DC-ALT2
017050     ELSE
017060        MOVE SPACES TO W17L-ALT2 W17AC-ALT2 W17XC-ALT2
017070            W17DC-ALT2
017080     END-IF.
017090     MOVE WS-ANO-LETIVO     TO W17C1-ANO.
017100     IF ORIGEM-ARQUIVO
017110        MOVE "ARQUIVO MORTO (ARQANUAL)" TO W17C1-ORIGEM
017120     ELSE
017130        MOVE "ANO CORRENTE (HISTBIM)"   TO W17C1-ORIGEM
017140     END-IF.
017150     MOVE WS-DATA-FORMATADA TO W17C1-DATA.
017160     WRITE RL17-LINHA FROM WS17-CAB-1-LINHA
017170         AFTER ADVANCING 1 LINE.
017180     IF WS-ESCOLA-FILTRO = ZEROS
017190        MOVE "TODAS AS ESCOLAS DA REDE" TO W17C2-ESCOLA
017200     ELSE
017210        MOVE WS-ESCOLA-FILTRO TO WS-ESCOLA-BUSCA
017220        PERFORM 9100-PROCURA-ESCOLA THRU
017230            9100-PROCURA-ESCOLA-EXIT
017240        MOVE WS-NOME-ESCOLA TO W17C2-ESCOLA
017250     END-IF.
017260     WRITE RL17-LINHA FROM WS17-CAB-2-LINHA
017270         AFTER ADVANCING 1 LINE.
017280     MOVE "SIMULACAO - NENHUM ARQUIVO DA APURACAO E ALTERADO"
017290         TO W17M-TEXTO.
017300     WRITE RL17-LINHA FROM WS17-MSG-LINHA
017310         AFTER ADVANCING 2 LINES.
017320     MOVE "BARALHOS COMPARADOS:" TO W17M-TEXTO.
017330     WRITE RL17-LINHA FROM WS17-MSG-LINHA
017340         AFTER ADVANCING 2 LINES.
017350     PERFORM 5110-IMPRIME-BARALHO
017360         VARYING WS-BAR-IDX FROM 1 BY 1
017370         UNTIL WS-BAR-IDX > WS-QTD-BARALHOS.
017380     MOVE "MUDA = ALUNOS COM SITUACAO DIFERENTE DA DO REAL"
017390         TO W17M-TEXTO.
017400     WRITE RL17-LINHA FROM WS17-MSG-LINHA
017410         AFTER ADVANCING 2 LINES.
017420     MOVE "TAXAS SOBRE OS ALUNOS PROMOVIDOS E RETIDOS"
017430         TO W17M-TEXTO.
017440     WRITE RL17-LINHA FROM WS17-MSG-LINHA
017450         AFTER ADVANCING 1 LINE.
017460     MOVE "(RETID INCLUI O RETIDO-DEP; R-FRQ E O RETIDO-FREQ)"
017470         TO W17M-TEXTO.
017480     WRITE RL17-LINHA FROM WS17-MSG-LINHA
017490         AFTER ADVANCING 1 LINE.
017500     IF ORIGEM-ARQUIVO
017510        MOVE "ARQUIVO MORTO: SAIDAS PELA SITUACAO T DO ANUAL,"
017520            TO W17M-TEXTO
017530        WRITE RL17-LINHA FROM WS17-MSG-LINHA
017540            AFTER ADVANCING 1 LINE
017550        MOVE "SEM ENTRADAS NEM MEDIAS EXTERNAS (NAO ARQUIVADAS)"
017560            TO W17M-TEXTO
017570        WRITE RL17-LINHA FROM WS17-MSG-LINHA
017580            AFTER ADVANCING 1 LINE
017590     END-IF.
017600*-----------------------------------------------------------------
017610 5110-IMPRIME-BARALHO.
017620     MOVE WS-BR-ROTULO (WS-BAR-IDX)      TO W17K-BARALHO.
017630     MOVE WS-BR-ARQUIVO (WS-BAR-IDX)     TO W17K-ARQUIVO.
017640     MOVE WS-BR-NOTA-CORTE (WS-BAR-IDX)  TO W17K-CORTE.
017650     MOVE WS-BR-PESO-N1 (WS-BAR-IDX)     TO W17K-PESO-N1.
017660     MOVE WS-BR-PESO-N2 (WS-BAR-IDX)     TO W17K-PESO-N2.
017670     MOVE WS-BR-PESO-N3 (WS-BAR-IDX)     TO W17K-PESO-N3.
017680     MOVE WS-BR-PESO-N4 (WS-BAR-IDX)     TO W17K-PESO-N4.
017690     MOVE WS-BR-MAX-REPROVA (WS-BAR-IDX) TO W17K-MAX-REPROVA.
017700     MOVE WS-BR-FREQ-MINIMA (WS-BAR-IDX) TO W17K-FREQ-MINIMA.
017710     MOVE WS-BR-PRM-QTD (WS-BAR-IDX)     TO W17K-QTD-DISC.
017720     WRITE RL17-LINHA FROM WS17-DECK-LINHA
017730         AFTER ADVANCING 1 LINE.
017740     PERFORM 5115-IMPRIME-CARTAO-DISC
017750         VARYING WS-PRM-IDX FROM 1 BY 1
017760         UNTIL WS-PRM-IDX > WS-BR-PRM-QTD (WS-BAR-IDX).
017770*-----------------------------------------------------------------
017780 5115-IMPRIME-CARTAO-DISC.
017790     MOVE WS-BR-PRM-DISCIPLINA (WS-BAR-IDX, WS-PRM-IDX)
017800         TO W17KD-DISCIPLINA.
017810     MOVE WS-BR-PRM-CORTE (WS-BAR-IDX, WS-PRM-IDX)
017820         TO W17KD-CORTE.
017830     IF WS-BR-PRM-PESOS-OK (WS-BAR-IDX, WS-PRM-IDX) = "S"
017840        MOVE WS-BR-PRM-PESO-N1 (WS-BAR-IDX, WS-PRM-IDX)
017850            TO W17KD-PESO-N1
017860        MOVE WS-BR-PRM-PESO-N2 (WS-BAR-IDX, WS-PRM-IDX)
017870            TO W17KD-PESO-N2
017880        MOVE WS-BR-PRM-PESO-N3 (WS-BAR-IDX, WS-PRM-IDX)
017890            TO W17KD-PESO-N3
017900        MOVE WS-BR-PRM-PESO-N4 (WS-BAR-IDX, WS-PRM-IDX)
017910            TO W17KD-PESO-N4
017920        MOVE SPACES TO W17KD-OBS
017930     ELSE
017940        MOVE WS-BR-PESO-N1 (WS-BAR-IDX) TO W17KD-PESO-N1
017950        MOVE WS-BR-PESO-N2 (WS-BAR-IDX) TO W17KD-PESO-N2
017960        MOVE WS-BR-PESO-N3 (WS-BAR-IDX) TO W17KD-PESO-N3
017970        MOVE WS-BR-PESO-N4 (WS-BAR-IDX) TO W17KD-PESO-N4
017980        MOVE "(PESOS GERAIS)" TO W17KD-OBS
017990     END-IF.
018000     WRITE RL17-LINHA FROM WS17-DECK-DISC-LINHA
018010         AFTER ADVANCING 1 LINE.
018020*-----------------------------------------------------------------
018030 5200-LE-RESULTADO.
018040     READ SIMORD-FILE
018050         AT END
018060            MOVE "S" TO WS-FIM-SIMORD
018070            GO TO 5200-LE-RESULTADO-EXIT
018080     END-READ.
018090     IF NOT SIMORD-OK
018100        DISPLAY "ERRO NA LEITURA DE SIMORD - STATUS "
018110                WS-SIMORD-STATUS
018120        MOVE "S" TO WS-FIM-SIMORD
018130        GO TO 5200-LE-RESULTADO-EXIT
018140     END-IF.
018150     IF TEM-ESCOLA AND SO-ESCOLA NOT = WS-ESCOLA-REL
018160        PERFORM 5700-FECHA-ESCOLA
018170     END-IF.
018180     IF TEM-TURMA AND SO-TURMA NOT = WS-TURMA-REL
018190        PERFORM 5500-FECHA-TURMA
018200     END-IF.
018210     IF NOT TEM-ESCOLA
018220        PERFORM 5300-ABRE-ESCOLA
018230     END-IF.
018240     IF NOT TEM-TURMA
018250        PERFORM 5350-ABRE-TURMA
018260     END-IF.
018270     IF SO-ALUNO
018280        PERFORM 5400-TRATA-ALUNO THRU 5400-TRATA-ALUNO-EXIT
018290        GO TO 5200-LE-RESULTADO-EXIT
018300     END-IF.
018310     IF TEM-DISC AND SO-DISCIPLINA NOT = WS-DISC-REL
018320        PERFORM 5470-FECHA-DISCIPLINA
018330     END-IF.
018340     IF NOT TEM-DISC
018350        PERFORM 5450-ABRE-DISCIPLINA
018360     END-IF.
018370     PERFORM 5460-TRATA-DISCIPLINA.
018380 5200-LE-RESULTADO-EXIT. EXIT.
018390*-----------------------------------------------------------------
018400 5300-ABRE-ESCOLA.
018410     MOVE SO-ESCOLA TO WS-ESCOLA-REL.
018420     MOVE "S" TO WS-TEM-ESCOLA.
018430     MOVE ZEROS TO WS-CT-NIVEL (2).
018440     MOVE WS-ESCOLA-REL TO WS-ESCOLA-BUSCA.
018450     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
018460     WRITE RL17-LINHA FROM WS17-CAB-1-LINHA
018470         AFTER ADVANCING PAGE.
018480     MOVE WS-NOME-ESCOLA TO W17C2-ESCOLA.
018490     WRITE RL17-LINHA FROM WS17-CAB-2-LINHA
018500         AFTER ADVANCING 1 LINE.
018510*-----------------------------------------------------------------
018520 5350-ABRE-TURMA.
018530     MOVE SO-TURMA TO WS-TURMA-REL.
018540     MOVE "S" TO WS-TEM-TURMA.
018550     MOVE "N" TO WS-ALU-CAB-FEITO WS-TAXA-TURMA-FEITA
018560         WS-DISC-CAB-FEITO.
018570     MOVE ZEROS TO WS-CT-NIVEL (1).
018580     MOVE WS-TURMA-REL TO W17T-TURMA.
018590     WRITE RL17-LINHA FROM WS17-TURMA-LINHA
018600         AFTER ADVANCING 2 LINES.
018610     WRITE RL17-LINHA FROM WS17-COL-CAB-LINHA
018620         AFTER ADVANCING 1 LINE.
018630*-----------------------------------------------------------------
018640* RESULTADO ANUAL DO ALUNO: CONTA NA TURMA, NA ESCOLA E NA REDE
018650* E LISTA O ALUNO SE ALGUM ALTERNATIVO MUDA A SITUACAO
018660*-----------------------------------------------------------------
018670 5400-TRATA-ALUNO.
018680     MOVE "N" TO WS-MUDOU.
018690     PERFORM 5410-ACUMULA-ALUNO
018700         VARYING WS-BAR-IDX FROM 1 BY 1
018710            UNTIL WS-BAR-IDX > WS-QTD-BARALHOS
018720         AFTER WS-NIVEL FROM 1 BY 1
018730            UNTIL WS-NIVEL > 3.
018740     IF NOT MUDOU
018750        GO TO 5400-TRATA-ALUNO-EXIT
018760     END-IF.
018770     IF NOT ALU-CAB-FEITO
018780        MOVE "ALUNOS CUJA SITUACAO ANUAL MUDA:" TO W17M-TEXTO
018790        WRITE RL17-LINHA FROM WS17-MSG-LINHA
018800            AFTER ADVANCING 2 LINES
018810        WRITE RL17-LINHA FROM WS17-ALU-CAB-LINHA
018820            AFTER ADVANCING 1 LINE
018830        MOVE "S" TO WS-ALU-CAB-FEITO
018840     END-IF.
018850     PERFORM 5420-IMPRIME-ALUNO.
018860 5400-TRATA-ALUNO-EXIT. EXIT.
018870*-----------------------------------------------------------------
018880 5410-ACUMULA-ALUNO.
018890     ADD 1 TO WS-CT-ALUNOS (WS-NIVEL, WS-BAR-IDX).
018900     EVALUATE SO-SITUACAO (WS-BAR-IDX)
018910        WHEN "PROMOVIDO"
018920           ADD 1 TO WS-CT-PROMOVIDO (WS-NIVEL, WS-BAR-IDX)
018930        WHEN "RETIDO"
018940        WHEN "RETIDO-DEP"
018950           ADD 1 TO WS-CT-RETIDO (WS-NIVEL, WS-BAR-IDX)
018960        WHEN "RETIDO-FREQ"
018970           ADD 1 TO WS-CT-RET-FREQ (WS-NIVEL, WS-BAR-IDX)
018980        WHEN "INCOMPLETO"
018990           ADD 1 TO WS-CT-INCOMPL (WS-NIVEL, WS-BAR-IDX)
019000        WHEN OTHER
019010           ADD 1 TO WS-CT-TRANSF (WS-NIVEL, WS-BAR-IDX)
019020     END-EVALUATE.
019030     IF WS-BAR-IDX > 1
019040        AND SO-SITUACAO (WS-BAR-IDX) NOT = SO-SITUACAO (1)
019050        ADD 1 TO WS-CT-MUDOU (WS-NIVEL, WS-BAR-IDX)
019060        MOVE "S" TO WS-MUDOU
019070     END-IF.
019080*-----------------------------------------------------------------
019090 5420-IMPRIME-ALUNO.
019100     MOVE SO-MATRICULA  TO W17A-MATRICULA.
019110     MOVE SO-NOME-ALUNO TO W17A-NOME-ALUNO.
019120     MOVE SO-FREQ-PERC  TO W17A-FREQ-PERC.
019130     PERFORM 5425-ALUNO-BARALHO
019140         VARYING WS-BAR-IDX FROM 1 BY 1
019150         UNTIL WS-BAR-IDX > 3.
019160     WRITE RL17-LINHA FROM WS17-ALU-DET-LINHA
019170         AFTER ADVANCING 1 LINE.
019180*-----------------------------------------------------------------
019190 5425-ALUNO-BARALHO.
019200     MOVE SPACES TO W17A-BARALHO (WS-BAR-IDX).
019210     IF WS-BAR-IDX NOT > WS-QTD-BARALHOS
019220        MOVE SO-SITUACAO (WS-BAR-IDX)
019230            TO W17A-SITUACAO (WS-BAR-IDX)
019240        MOVE SO-MEDIA (WS-BAR-IDX)
019250            TO W17A-MEDIA (WS-BAR-IDX)
019260        MOVE SO-QTD-REPROVA (WS-BAR-IDX)
019270            TO W17A-QTD-REPROVA (WS-BAR-IDX)
019280     END-IF.
019290*-----------------------------------------------------------------
019300* PRIMEIRA DISCIPLINA DA TURMA: FECHA ANTES O QUADRO DOS ALUNOS
019310* COM AS TAXAS DA TURMA
019320*-----------------------------------------------------------------
019330 5450-ABRE-DISCIPLINA.
019340     IF NOT TAXA-TURMA-FEITA
019350        PERFORM 5480-IMPRIME-TAXA-TURMA
019360     END-IF.
019370     IF NOT DISC-CAB-FEITO
019380        WRITE RL17-LINHA FROM WS17-DISC-CAB-LINHA
019390            AFTER ADVANCING 2 LINES
019400        MOVE "S" TO WS-DISC-CAB-FEITO
019410     END-IF.
019420     MOVE SO-DISCIPLINA TO WS-DISC-REL.
019430     MOVE "S" TO WS-TEM-DISC.
019440     MOVE ZEROS TO WS-DISC-CONTADORES.
019450*-----------------------------------------------------------------
019460* RESULTADO DO ALUNO NA DISCIPLINA: A BASE DAS TAXAS SAO OS
019470* APROVADOS E REPROVADOS (OS MESMOS EM TODOS OS BARALHOS)
019480*-----------------------------------------------------------------
019490 5460-TRATA-DISCIPLINA.
019500     MOVE "N" TO WS-MUDOU.
019510     IF SO-SITUACAO (1) = "APROVADO" OR "REPROVADO"
019520        ADD 1 TO WS-DC-BASE
019530     END-IF.
019540     PERFORM 5465-ACUMULA-DISCIPLINA
019550         VARYING WS-BAR-IDX FROM 1 BY 1
019560         UNTIL WS-BAR-IDX > WS-QTD-BARALHOS.
019570     IF MUDOU
019580        PERFORM 5420-IMPRIME-ALUNO
019590     END-IF.
019600*-----------------------------------------------------------------
019610 5465-ACUMULA-DISCIPLINA.
019620     IF SO-SITUACAO (WS-BAR-IDX) = "APROVADO"
019630        ADD 1 TO WS-DC-APROV (WS-BAR-IDX)
019640     END-IF.
019650     IF SO-SITUACAO (WS-BAR-IDX) = "REPROVADO"
019660        ADD 1 TO WS-DC-REPROV (WS-BAR-IDX)
019670     END-IF.
019680     IF WS-BAR-IDX > 1
019690        AND SO-SITUACAO (WS-BAR-IDX) NOT = SO-SITUACAO (1)
019700        ADD 1 TO WS-DC-MUDOU (WS-BAR-IDX)
019710        MOVE "S" TO WS-MUDOU
019720     END-IF.
019730*-----------------------------------------------------------------
019740 5470-FECHA-DISCIPLINA.
019750     MOVE WS-DISC-REL TO W17D-DISCIPLINA.
019760     MOVE WS-DC-BASE  TO W17D-BASE.
019770     PERFORM 5475-TAXA-DISCIPLINA THRU
019780         5475-TAXA-DISCIPLINA-EXIT
019790         VARYING WS-BAR-IDX FROM 1 BY 1
019800         UNTIL WS-BAR-IDX > 3.
019810     WRITE RL17-LINHA FROM WS17-DISC-LINHA
019820         AFTER ADVANCING 1 LINE.
019830     MOVE "N" TO WS-TEM-DISC.
019840*-----------------------------------------------------------------
019850 5475-TAXA-DISCIPLINA.
019860     MOVE SPACES TO W17D-BARALHO (WS-BAR-IDX).
019870     IF WS-BAR-IDX > WS-QTD-BARALHOS
019880        GO TO 5475-TAXA-DISCIPLINA-EXIT
019890     END-IF.
019900     IF WS-DC-BASE > ZEROS
019910        COMPUTE WS-TX-PERC ROUNDED =
019920            WS-DC-APROV (WS-BAR-IDX) * 100 / WS-DC-BASE
019930        MOVE WS-TX-PERC TO W17D-APROV (WS-BAR-IDX)
019940        COMPUTE WS-TX-PERC ROUNDED =
019950            WS-DC-REPROV (WS-BAR-IDX) * 100 / WS-DC-BASE
019960        MOVE WS-TX-PERC TO W17D-REPROV (WS-BAR-IDX)
019970     ELSE
019980        MOVE ZEROS TO W17D-APROV (WS-BAR-IDX)
019990                      W17D-REPROV (WS-BAR-IDX)
020000     END-IF.
020010     IF WS-BAR-IDX > 1
020020        MOVE WS-DC-MUDOU (WS-BAR-IDX) TO W17D-MUDOU (WS-BAR-IDX)
020030     END-IF.
020040 5475-TAXA-DISCIPLINA-EXIT. EXIT.
020050*-----------------------------------------------------------------
020060 5480-IMPRIME-TAXA-TURMA.
020070     WRITE RL17-LINHA FROM WS17-TAXA-CAB-LINHA
020080         AFTER ADVANCING 2 LINES.
020090     MOVE SPACES TO W17X-DESCRICAO.
020100     STRING "TURMA " WS-TURMA-REL DELIMITED BY SIZE
020110         INTO W17X-DESCRICAO.
020120     MOVE 1 TO WS-NIVEL.
020130     PERFORM 5600-IMPRIME-TAXA.
020140     MOVE "S" TO WS-TAXA-TURMA-FEITA.
020150*-----------------------------------------------------------------
020160 5500-FECHA-TURMA.
020170     IF TEM-DISC
020180        PERFORM 5470-FECHA-DISCIPLINA
020190     END-IF.
020200     IF NOT TAXA-TURMA-FEITA
020210        PERFORM 5480-IMPRIME-TAXA-TURMA
020220     END-IF.
020230     MOVE "N" TO WS-TEM-TURMA.
020240*-----------------------------------------------------------------
020250* LINHA DE TAXAS DO NIVEL WS-NIVEL, COM A DESCRICAO JA MONTADA
020260*-----------------------------------------------------------------
020270 5600-IMPRIME-TAXA.
020280     COMPUTE WS-TX-BASE = WS-CT-PROMOVIDO (WS-NIVEL, 1)
020290                        + WS-CT-RETIDO (WS-NIVEL, 1)
020300                        + WS-CT-RET-FREQ (WS-NIVEL, 1).
020310     MOVE WS-TX-BASE TO W17X-BASE.
020320     PERFORM 5610-TAXA-BARALHO THRU 5610-TAXA-BARALHO-EXIT
020330         VARYING WS-BAR-IDX FROM 1 BY 1
020340         UNTIL WS-BAR-IDX > 3.
020350     WRITE RL17-LINHA FROM WS17-TAXA-LINHA
020360         AFTER ADVANCING 1 LINE.
020370*-----------------------------------------------------------------
020380 5610-TAXA-BARALHO.
020390     MOVE SPACES TO W17X-BARALHO (WS-BAR-IDX).
020400     IF WS-BAR-IDX > WS-QTD-BARALHOS
020410        GO TO 5610-TAXA-BARALHO-EXIT
020420     END-IF.
020430     IF WS-TX-BASE > ZEROS
020440        COMPUTE WS-TX-PERC ROUNDED =
020450            WS-CT-PROMOVIDO (WS-NIVEL, WS-BAR-IDX) * 100
020460            / WS-TX-BASE
020470        MOVE WS-TX-PERC TO W17X-APROV (WS-BAR-IDX)
020480        COMPUTE WS-TX-PERC ROUNDED =
020490            WS-CT-RETIDO (WS-NIVEL, WS-BAR-IDX) * 100
020500            / WS-TX-BASE
020510        MOVE WS-TX-PERC TO W17X-RETIDO (WS-BAR-IDX)
020520        COMPUTE WS-TX-PERC ROUNDED =
020530            WS-CT-RET-FREQ (WS-NIVEL, WS-BAR-IDX) * 100
020540            / WS-TX-BASE
020550        MOVE WS-TX-PERC TO W17X-RET-FREQ (WS-BAR-IDX)
020560     ELSE
020570        MOVE ZEROS TO W17X-APROV (WS-BAR-IDX)
020580                      W17X-RETIDO (WS-BAR-IDX)
020590                      W17X-RET-FREQ (WS-BAR-IDX)
020600     END-IF.
020610     IF WS-BAR-IDX > 1
020620        MOVE WS-CT-MUDOU (WS-NIVEL, WS-BAR-IDX)
020630            TO W17X-MUDOU (WS-BAR-IDX)
020640     END-IF.
020650 5610-TAXA-BARALHO-EXIT. EXIT.
020660*-----------------------------------------------------------------
020670 5700-FECHA-ESCOLA.
020680     IF TEM-TURMA
020690        PERFORM 5500-FECHA-TURMA
020700     END-IF.
020710     MOVE "TOTAL DA ESCOLA" TO W17M-TEXTO.
020720     WRITE RL17-LINHA FROM WS17-MSG-LINHA
020730         AFTER ADVANCING 2 LINES.
020740     WRITE RL17-LINHA FROM WS17-COL-CAB-LINHA
020750         AFTER ADVANCING 1 LINE.
020760     WRITE RL17-LINHA FROM WS17-TAXA-CAB-LINHA
020770         AFTER ADVANCING 1 LINE.
020780     MOVE WS-NOME-ESCOLA TO W17X-DESCRICAO.
020790     MOVE 2 TO WS-NIVEL.
020800     PERFORM 5600-IMPRIME-TAXA.
020810     IF WS-RES-QTD < 10
020820        ADD 1 TO WS-RES-QTD
020830        MOVE WS-ESCOLA-REL   TO WS-RES-ESCOLA (WS-RES-QTD)
020840        MOVE WS-CT-NIVEL (2) TO WS-RES-CONTADORES (WS-RES-QTD)
020850     END-IF.
020860     MOVE "N" TO WS-TEM-ESCOLA.
020870*-----------------------------------------------------------------
020880* RESUMO DA REDE: UMA LINHA POR ESCOLA E O TOTAL
020890*-----------------------------------------------------------------
020900 5800-IMPRIME-REDE.
020910     WRITE RL17-LINHA FROM WS17-CAB-1-LINHA
020920         AFTER ADVANCING PAGE.
020930     MOVE "RESUMO POR ESCOLA" TO W17C2-ESCOLA.
020940     WRITE RL17-LINHA FROM WS17-CAB-2-LINHA
020950         AFTER ADVANCING 1 LINE.
020960     IF WS-TOT-ALUNOS = ZEROS
020970        MOVE "NENHUM ALUNO DO ANO SIMULADO NA ORIGEM ESCOLHIDA"
020980            TO W17M-TEXTO
020990        WRITE RL17-LINHA FROM WS17-MSG-LINHA
021000            AFTER ADVANCING 2 LINES
021010        GO TO 5800-IMPRIME-REDE-EXIT
021020     END-IF.
021030     WRITE RL17-LINHA FROM WS17-COL-CAB-LINHA
021040         AFTER ADVANCING 2 LINES.
021050     WRITE RL17-LINHA FROM WS17-TAXA-CAB-LINHA
021060         AFTER ADVANCING 1 LINE.
021070     MOVE 2 TO WS-NIVEL.
021080     PERFORM 5810-IMPRIME-RESUMO-ESCOLA
021090         VARYING WS-RES-IDX FROM 1 BY 1
021100         UNTIL WS-RES-IDX > WS-RES-QTD.
021110     MOVE "TOTAL DA REDE" TO W17X-DESCRICAO.
021120     MOVE 3 TO WS-NIVEL.
021130     MOVE SPACES TO RL17-LINHA.
021140     WRITE RL17-LINHA AFTER ADVANCING 1 LINE.
021150     PERFORM 5600-IMPRIME-TAXA.
021160 5800-IMPRIME-REDE-EXIT. EXIT.
021170*-----------------------------------------------------------------
021180 5810-IMPRIME-RESUMO-ESCOLA.
021190     MOVE WS-RES-CONTADORES (WS-RES-IDX) TO WS-CT-NIVEL (2).
021200     MOVE WS-RES-ESCOLA (WS-RES-IDX) TO WS-ESCOLA-BUSCA.
021210     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
021220     MOVE WS-NOME-ESCOLA TO W17X-DESCRICAO.
021230     PERFORM 5600-IMPRIME-TAXA.
021240*-----------------------------------------------------------------
021250 8000-FINALIZA.
021260     IF WS-TOT-OUTROS-ANOS > ZEROS
021270        DISPLAY "REGISTROS DE OUTROS ANOS LETIVOS IGNORADOS: "
021280                WS-TOT-OUTROS-ANOS
021290     END-IF.
021300     IF WS-TOT-OUTRAS-ESCOLAS > ZEROS
021310        DISPLAY "REGISTROS DE OUTRAS ESCOLAS IGNORADOS: "
021320                WS-TOT-OUTRAS-ESCOLAS
021330     END-IF.
021340     IF NOT ERRO-SIMULACAO
021350        DISPLAY "ALUNOS SIMULADOS: " WS-TOT-ALUNOS
021360        DISPLAY "SITUACAO ALTERADA PELO PARMSIM1: "
021370                WS-CT-MUDOU (3, 2)
021380     END-IF.
021390     IF NOT ERRO-SIMULACAO AND WS-QTD-BARALHOS > 2
021400        DISPLAY "SITUACAO ALTERADA PELO PARMSIM2: "
021410                WS-CT-MUDOU (3, 3)
021420     END-IF.
021430     DISPLAY "FIM DO PROGRAMA24".
021440*-----------------------------------------------------------------
021450* NOME DA ESCOLA WS-ESCOLA-BUSCA, DO CADASTRO ESCOLAS; ESCOLA
021460* SEM CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME
021470*-----------------------------------------------------------------
021480 9100-PROCURA-ESCOLA.
021490     MOVE "N" TO WS-ESCT-ACHOU.
021500     MOVE 1 TO WS-ESCT-IDX.
021510     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
021520         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
021530     IF ESCT-ACHOU
021540        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
021550     ELSE
021560        MOVE SPACES TO WS-NOME-ESCOLA
021570        STRING "ESCOLA " WS-ESCOLA-BUSCA
021580            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
021590     END-IF.
021600 9100-PROCURA-ESCOLA-EXIT. EXIT.
021610*-----------------------------------------------------------------
021620 9150-COMPARA-ESCOLA.
021630     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-BUSCA
021640        MOVE "S" TO WS-ESCT-ACHOU
021650     ELSE
021660        ADD 1 TO WS-ESCT-IDX
021670     END-IF.
021680 9150-COMPARA-ESCOLA-EXIT. EXIT.
021690*-----------------------------------------------------------------
021700 END PROGRAM PROGRAMA24.
