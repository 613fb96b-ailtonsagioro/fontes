000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    INDICADORES DE FLUXO ESCOLAR PLURIANUAIS. TODO ANO
000070*             A REDE PEDE AS TAXAS DE APROVACAO, RETENCAO,
000080*             ABANDONO E TRANSFERENCIA POR ESCOLA E SERIE DOS
000090*             ULTIMOS ANOS, QUE ERAM MONTADAS EM PLANILHA A
000100*             PARTIR DOS RELANUAL IMPRESSOS. ESTE PROGRAMA LE O
000110*             CARTAO FLUXPARM (ANOS LETIVOS INICIAL E FINAL, ATE
000120*             10 ANOS, E A ESCOLA A DETALHAR) E O ARQUIVO MORTO
000130*             ARQANUAL DO PERIODO: A SITUACAO ANUAL (TIPO "A"),
000140*             A FREQUENCIA (TIPO "F") E AS MEDIAS BIMESTRAIS
000150*             (TIPO "H", DE ONDE VEM TAMBEM A TURMA E A SERIE).
000160*             A SITUACAO P CONTA COMO APROVACAO, R COMO
000170*             RETENCAO, T COMO TRANSFERENCIA E I (ANO
000180*             INCOMPLETO SEM SAIDA REGISTRADA) COMO ABANDONO. O
000190*             RELFLUXO TRAZ, POR ESCOLA E PARA A REDE: AS TAXAS
000200*             ANUAIS POR SERIE E DA ESCOLA, COM A FREQUENCIA
000210*             MEDIA E A VARIACAO SOBRE O ANO ANTERIOR; A MEDIA
000220*             ANUAL POR DISCIPLINA ANO A ANO; E OS ALUNOS
000230*             RETIDOS DOIS OU MAIS ANOS SEGUIDOS, SEGUINDO CADA
000240*             MATRICULA PELOS ANOS DO PERIODO. OS MESMOS NUMEROS
000250*             VAO PARA O ARQUIVO DELIMITADO POR ";" DO PAINEL DA
000260*             REDE (PAINEL): H CABECALHO; F FLUXO (ESCOLA 00 =
000270*             REDE, SERIE "TOTAL" = ESCOLA INTEIRA); M MEDIA DA
000280*             DISCIPLINA NO ANO; C RETIDOS NO ANO QUE JA TINHAM
000290*             SIDO RETIDOS NO ANO ANTERIOR; S ALUNOS RETIDOS DOIS
000300*             OU MAIS ANOS SEGUIDOS NO PERIODO; T TRAILER. A
000310*             DISTORCAO IDADE-SERIE NAO E APURADA: O CADASTRO
000320*             NAO GUARDA A DATA DE NASCIMENTO DO ALUNO. SO
000330*             LEITURA: O ARQANUAL NAO E ALTERADO.
000340* TECTONICS.  cobc -x programa27.cbl
000350*
000360* MODIFICATION HISTORY.
000370*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGRAMA27.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FLUXP-FILE ASSIGN TO FLUXPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FLUXP-STATUS.
000470     SELECT ESC-FILE ASSIGN TO ESCOLAS
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ESCOLAS-STATUS.
000500     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ARQ-STATUS.
000530     SELECT ARQWK-FILE ASSIGN TO ARQWK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARQWK-STATUS.
000560     SELECT SORT-ARQ-FILE ASSIGN TO "SORTWK20".
000570     SELECT ARQORD-FILE ASSIGN TO ARQORD
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARQORD-STATUS.
000600     SELECT FLXWK-FILE ASSIGN TO FLXWK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FLXWK-STATUS.
000630     SELECT SORT-FLX-FILE ASSIGN TO "SORTWK21".
000640     SELECT FLXORD-FILE ASSIGN TO FLXORD
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FLXORD-STATUS.
000670     SELECT DSCWK-FILE ASSIGN TO DSCWK
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-DSCWK-STATUS.
000700     SELECT SORT-DSC-FILE ASSIGN TO "SORTWK22".
000710     SELECT DSCORD-FILE ASSIGN TO DSCORD
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DSCORD-STATUS.
000740     SELECT RETWK-FILE ASSIGN TO RETWK
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RETWK-STATUS.
000770     SELECT SORT-RET-FILE ASSIGN TO "SORTWK23".
000780     SELECT RETORD-FILE ASSIGN TO RETORD
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RETORD-STATUS.
000810     SELECT RELFLX-FILE ASSIGN TO RELFLUXO
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RELFLX-STATUS.
000840     SELECT PAINEL-FILE ASSIGN TO PAINEL
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-PAINEL-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  FLUXP-FILE
000900     RECORD CONTAINS 10 CHARACTERS.
000910     COPY FLUXPREC.
000920 FD  ESC-FILE
000930     RECORD CONTAINS 32 CHARACTERS.
000940     COPY ESCREC.
000950 FD  ARQ-FILE
000960     RECORD CONTAINS 56 CHARACTERS.
000970     COPY ARQREC.
000980 FD  ARQWK-FILE
000990     RECORD CONTAINS 56 CHARACTERS.
001000 01  AW-REC                   PIC X(56).
001010 SD  SORT-ARQ-FILE.
001020 01  SORT-ARQ-REC.
001030     05  SA-ANO-LETIVO         PIC 9(04).
001040     05  SA-MATRICULA          PIC 9(05).
001050     05  SA-ESCOLA             PIC 9(02).
001060     05  SA-TIPO               PIC X(01).
001070     05  FILLER                PIC X(44).
001080 FD  ARQORD-FILE
001090     RECORD CONTAINS 56 CHARACTERS.
001100 01  AO-REC                   PIC X(56).
001110*-----------------------------------------------------------------
001120* UM REGISTRO POR ALUNO E ANO COM SITUACAO ANUAL: A ESCOLA, A
001130* SERIE (DA TURMA DO HISTORICO), A SITUACAO E A FREQUENCIA.
001140*-----------------------------------------------------------------
001150 FD  FLXWK-FILE
001160     RECORD CONTAINS 25 CHARACTERS.
001170 01  FW-REC.
001180     05  FW-ESCOLA             PIC 9(02).
001190     05  FW-SERIE              PIC X(08).
001200     05  FW-ANO-LETIVO         PIC 9(04).
001210     05  FW-SITUACAO           PIC X(01).
001220     05  FW-AULAS              PIC 9(05).
001230     05  FW-FALTAS             PIC 9(05).
001240 SD  SORT-FLX-FILE.
001250 01  SORT-FLX-REC.
001260     05  SF-ESCOLA             PIC 9(02).
001270     05  SF-SERIE              PIC X(08).
001280     05  SF-ANO-LETIVO         PIC 9(04).
001290     05  FILLER                PIC X(11).
001300 FD  FLXORD-FILE
001310     RECORD CONTAINS 25 CHARACTERS.
001320 01  FO-REC.
001330     05  FO-ESCOLA             PIC 9(02).
001340     05  FO-SERIE              PIC X(08).
001350     05  FO-ANO-LETIVO         PIC 9(04).
001360     05  FO-SITUACAO           PIC X(01).
001370     05  FO-AULAS              PIC 9(05).
001380     05  FO-FALTAS             PIC 9(05).
001390*-----------------------------------------------------------------
001400* UM REGISTRO POR ALUNO, ANO E DISCIPLINA: A MEDIA ANUAL DO ALUNO
001410* NA DISCIPLINA (MEDIA DOS BIMESTRES ARQUIVADOS).
001420*-----------------------------------------------------------------
001430 FD  DSCWK-FILE
001440     RECORD CONTAINS 12 CHARACTERS.
001450 01  DW-REC.
001460     05  DW-ESCOLA             PIC 9(02).
001470     05  DW-DISCIPLINA         PIC X(03).
001480     05  DW-ANO-LETIVO         PIC 9(04).
001490     05  DW-MEDIA              PIC 9(02)V9(01).
001500 SD  SORT-DSC-FILE.
001510 01  SORT-DSC-REC.
001520     05  SQ-ESCOLA             PIC 9(02).
001530     05  SQ-DISCIPLINA         PIC X(03).
001540     05  SQ-ANO-LETIVO         PIC 9(04).
001550     05  FILLER                PIC X(03).
001560 FD  DSCORD-FILE
001570     RECORD CONTAINS 12 CHARACTERS.
001580 01  DR-REC.
001590     05  DR-ESCOLA             PIC 9(02).
001600     05  DR-DISCIPLINA         PIC X(03).
001610     05  DR-ANO-LETIVO         PIC 9(04).
001620     05  DR-MEDIA              PIC 9(02)V9(01).
001630*-----------------------------------------------------------------
001640* UM REGISTRO POR ALUNO E ANO, PARA SEGUIR A MATRICULA PELOS
001650* ANOS DO PERIODO (ORDENADO POR MATRICULA E ANO).
001660*-----------------------------------------------------------------
001670 FD  RETWK-FILE
001680     RECORD CONTAINS 27 CHARACTERS.
001690 01  TW-REC.
001700     05  TW-MATRICULA          PIC 9(05).
001710     05  TW-ANO-LETIVO         PIC 9(04).
001720     05  TW-ESCOLA             PIC 9(02).
001730     05  TW-SITUACAO           PIC X(01).
001740     05  TW-NOME-ALUNO         PIC X(15).
001750 SD  SORT-RET-FILE.
001760 01  SORT-RET-REC.
001770     05  SR-MATRICULA          PIC 9(05).
001780     05  SR-ANO-LETIVO         PIC 9(04).
001790     05  FILLER                PIC X(18).
001800 FD  RETORD-FILE
001810     RECORD CONTAINS 27 CHARACTERS.
001820 01  TR-REC.
001830     05  TR-MATRICULA          PIC 9(05).
001840     05  TR-ANO-LETIVO         PIC 9(04).
001850     05  TR-ESCOLA             PIC 9(02).
001860     05  TR-SITUACAO           PIC X(01).
001870     05  TR-NOME-ALUNO         PIC X(15).
001880 FD  RELFLX-FILE
001890     RECORD CONTAINS 132 CHARACTERS.
001900 01  RL19-LINHA               PIC X(132).
001910 FD  PAINEL-FILE
001920     RECORD CONTAINS 200 CHARACTERS.
001930 01  PN-LINHA                 PIC X(200).
001940 WORKING-STORAGE SECTION.
001950*-----------------------------------------------------------------
001960* CHAVES E CONTADORES DE CONTROLE
001970*-----------------------------------------------------------------
001980 77  WS-FLUXP-STATUS       PIC X(02) VALUE "00".
001990     88  FLUXP-OK                    VALUE "00".
002000 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002010     88  ESCOLAS-OK                  VALUE "00".
002020 77  WS-ARQ-STATUS         PIC X(02) VALUE "00".
002030     88  ARQ-OK                      VALUE "00".
002040 77  WS-ARQWK-STATUS       PIC X(02) VALUE "00".
002050     88  ARQWK-OK                    VALUE "00".
002060 77  WS-ARQORD-STATUS      PIC X(02) VALUE "00".
002070     88  ARQORD-OK                   VALUE "00".
002080 77  WS-FLXWK-STATUS       PIC X(02) VALUE "00".
002090     88  FLXWK-OK                    VALUE "00".
002100 77  WS-FLXORD-STATUS      PIC X(02) VALUE "00".
002110     88  FLXORD-OK                   VALUE "00".
002120 77  WS-DSCWK-STATUS       PIC X(02) VALUE "00".
002130     88  DSCWK-OK                    VALUE "00".
002140 77  WS-DSCORD-STATUS      PIC X(02) VALUE "00".
002150     88  DSCORD-OK                   VALUE "00".
002160 77  WS-RETWK-STATUS       PIC X(02) VALUE "00".
002170     88  RETWK-OK                    VALUE "00".
002180 77  WS-RETORD-STATUS      PIC X(02) VALUE "00".
002190     88  RETORD-OK                   VALUE "00".
002200 77  WS-RELFLX-STATUS      PIC X(02) VALUE "00".
002210     88  RELFLX-OK                   VALUE "00".
002220 77  WS-PAINEL-STATUS      PIC X(02) VALUE "00".
002230     88  PAINEL-OK                   VALUE "00".
002240 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
002250     88  FIM-ESCOLAS                 VALUE "S".
002260 77  WS-FIM-ARQ            PIC X(01) VALUE "N".
002270     88  FIM-ARQ                     VALUE "S".
002280 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
002290     88  FIM-ARQUIVO                 VALUE "S".
002300 77  WS-FIM-INDICADOR      PIC X(01) VALUE "N".
002310     88  FIM-INDICADOR               VALUE "S".
002320 77  WS-ERRO-FLUXO         PIC X(01) VALUE "N".
002330     88  ERRO-FLUXO                  VALUE "S".
002340 77  WS-SAIDAS-ABERTAS     PIC X(01) VALUE "N".
002350     88  SAIDAS-ABERTAS              VALUE "S".
002360 77  WS-TOT-LIDOS          PIC 9(07) VALUE ZEROS.
002370 77  WS-TOT-NO-PERIODO     PIC 9(07) VALUE ZEROS.
002380 77  WS-TOT-ALUNOS-ANO     PIC 9(07) VALUE ZEROS.
002390 77  WS-TOT-SEM-ANUAL      PIC 9(07) VALUE ZEROS.
002400 77  WS-TOT-SIT-INVALIDA   PIC 9(07) VALUE ZEROS.
002410 77  WS-TOT-DISC-EXCEDE    PIC 9(07) VALUE ZEROS.
002420 77  WS-TOT-SEM-SERIE      PIC 9(07) VALUE ZEROS.
002430 77  WS-TOT-PAINEL         PIC 9(07) VALUE ZEROS.
002440 77  WS-QTD-PAINEL         PIC 9(05) VALUE ZEROS.
002450*-----------------------------------------------------------------
002460* CARTAO FLUXPARM: PERIODO (ATE 10 ANOS) E ESCOLA A DETALHAR
002470*-----------------------------------------------------------------
002480 77  WS-ANO-INICIAL        PIC 9(04) VALUE ZEROS.
002490 77  WS-ANO-FINAL          PIC 9(04) VALUE ZEROS.
002500 77  WS-ESCOLA-FILTRO      PIC 9(02) VALUE ZEROS.
002510 77  WS-QTD-ANOS           PIC 9(02) VALUE ZEROS.
002520 77  WS-ANO-IDX            PIC 9(02) VALUE ZEROS.
002530 77  WS-ANO-ANT            PIC 9(02) VALUE ZEROS.
002540 77  WS-ANO-CORRENTE       PIC 9(04) VALUE ZEROS.
002550*-----------------------------------------------------------------
002560* ALUNO/ANO CORRENTE DO ARQUIVO MORTO ORDENADO (ANO + MATRICULA):
002570* A SITUACAO DO "A", A FREQUENCIA DOS "F", A TURMA E AS MEDIAS
002580* POR DISCIPLINA DOS "H".
002590*-----------------------------------------------------------------
002600 77  WS-TEM-GRUPO          PIC X(01) VALUE "N".
002610     88  TEM-GRUPO                   VALUE "S".
002620 77  WS-GRP-TEM-ANUAL      PIC X(01) VALUE "N".
002630     88  GRP-TEM-ANUAL               VALUE "S".
002640 77  WS-GRP-ANO            PIC 9(04) VALUE ZEROS.
002650 77  WS-GRP-MATRICULA      PIC 9(05) VALUE ZEROS.
002660 77  WS-GRP-ESCOLA         PIC 9(02) VALUE ZEROS.
002670 77  WS-GRP-SITUACAO       PIC X(01) VALUE SPACE.
002680 77  WS-GRP-NOME           PIC X(15) VALUE SPACES.
002690 77  WS-GRP-TURMA          PIC X(10) VALUE SPACES.
002700 77  WS-GRP-AULAS          PIC 9(05) VALUE ZEROS.
002710 77  WS-GRP-FALTAS         PIC 9(05) VALUE ZEROS.
002720 77  WS-GD-QTD             PIC 9(02) VALUE ZEROS.
002730 77  WS-GD-IDX             PIC 9(02) VALUE ZEROS.
002740 77  WS-GD-ACHOU           PIC X(01) VALUE "N".
002750     88  GD-ACHOU                    VALUE "S".
002760 01  WS-GRP-DISCIPLINAS.
002770     05  WS-GD-ENT OCCURS 15 TIMES.
002780         10  WS-GD-DISCIPLINA  PIC X(03).
002790         10  WS-GD-SOMA        PIC 9(03)V9(01).
002800         10  WS-GD-QTD-BIM     PIC 9(02).
002810 77  WS-MEDIA-DISC         PIC 9(02)V9(01) VALUE ZEROS.
002820*-----------------------------------------------------------------
002830* SEPARACAO DA TURMA EM SERIE + LETRA ("9 ANO A" = SERIE "9 ANO"),
002840* COMO NA REMATRICULA (PROGRAMA14).
002850*-----------------------------------------------------------------
002860 77  WS-TUR-SUB            PIC 9(02) VALUE ZEROS.
002870 77  WS-SERIE-TAM          PIC 9(02) VALUE ZEROS.
002880 77  WS-SERIE-ATUAL        PIC X(08) VALUE SPACES.
002890*-----------------------------------------------------------------
002900* PARTE 1 - FLUXO. CONTADORES POR ANO DO PERIODO EM TRES NIVEIS:
002910* 1 = SERIE, 2 = ESCOLA, 3 = REDE. AS TAXAS SAO CALCULADAS SOBRE
002920* TODOS OS ALUNOS COM SITUACAO NO ANO (P + R + I + T).
002930*-----------------------------------------------------------------
002940 77  WS-NIVEL              PIC 9(01) VALUE ZEROS.
002950 77  WS-NIVEL-PARA         PIC 9(01) VALUE ZEROS.
002960 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
002970     88  TEM-ESCOLA                  VALUE "S".
002980 77  WS-TEM-SERIE          PIC X(01) VALUE "N".
002990     88  TEM-SERIE                   VALUE "S".
003000 77  WS-IMPRIME-ESCOLA     PIC X(01) VALUE "N".
003010     88  IMPRIME-ESCOLA              VALUE "S".
003020 77  WS-ESCOLA-REL         PIC 9(02) VALUE ZEROS.
003030 77  WS-SERIE-REL          PIC X(08) VALUE SPACES.
003040 77  WS-DESC-BLOCO         PIC X(10) VALUE SPACES.
003050 01  WS-FLUXO-NIVEIS.
003060     05  WS-FN-NIVEL OCCURS 3 TIMES.
003070         10  WS-FN-ANO OCCURS 10 TIMES.
003080             15  WS-FN-BASE        PIC 9(05).
003090             15  WS-FN-APROV       PIC 9(05).
003100             15  WS-FN-RETIDO      PIC 9(05).
003110             15  WS-FN-ABAND       PIC 9(05).
003120             15  WS-FN-TRANSF      PIC 9(05).
003130             15  WS-FN-AULAS       PIC 9(07).
003140             15  WS-FN-FALTAS      PIC 9(07).
003150 01  WS-TAXAS.
003160     05  WS-TX-ATUAL OCCURS 4 TIMES PIC 9(03)V9(01).
003170     05  WS-TX-ANTERIOR OCCURS 4 TIMES PIC 9(03)V9(01).
003180     05  WS-TX-CALC OCCURS 4 TIMES PIC 9(03)V9(01).
003190     05  WS-TX-FREQ        PIC 9(03)V9(01).
003200     05  WS-TX-VAR         PIC S9(03)V9(01).
003210 77  WS-TX-IDX             PIC 9(01) VALUE ZEROS.
003220 77  WS-TEM-ANTERIOR       PIC X(01) VALUE "N".
003230     88  TEM-ANTERIOR                VALUE "S".
003240*-----------------------------------------------------------------
003250* PARTE 2 - MEDIAS POR DISCIPLINA: SOMA E QUANTIDADE DAS MEDIAS
003260* ANUAIS DOS ALUNOS POR ANO, DA DISCIPLINA CORRENTE DA ESCOLA E
003270* DE CADA DISCIPLINA DA REDE.
003280*-----------------------------------------------------------------
003290 77  WS-TEM-DISC           PIC X(01) VALUE "N".
003300     88  TEM-DISC                    VALUE "S".
003310 77  WS-DISC-REL           PIC X(03) VALUE SPACES.
003320 01  WS-MEDIAS-DISCIPLINA.
003330     05  WS-ME-ANO OCCURS 10 TIMES.
003340         10  WS-ME-SOMA        PIC 9(07)V9(01).
003350         10  WS-ME-QTD         PIC 9(05).
003360 77  WS-RDS-QTD            PIC 9(02) VALUE ZEROS.
003370 77  WS-RDS-IDX            PIC 9(02) VALUE ZEROS.
003380 77  WS-RDS-ACHOU          PIC X(01) VALUE "N".
003390     88  RDS-ACHOU                   VALUE "S".
003400 01  WS-REDE-DISCIPLINAS.
003410     05  WS-RDS-ENT OCCURS 30 TIMES.
003420         10  WS-RDS-DISCIPLINA PIC X(03).
003430         10  WS-RDS-ANO OCCURS 10 TIMES.
003440             15  WS-RDS-SOMA   PIC 9(07)V9(01).
003450             15  WS-RDS-QTD-ALU PIC 9(05).
003460 77  WS-MEDIA-CALC         PIC 9(02)V9(01) VALUE ZEROS.
003470 77  WS-MEDIA-PRIMEIRA     PIC 9(02)V9(01) VALUE ZEROS.
003480 77  WS-MEDIA-ULTIMA       PIC 9(02)V9(01) VALUE ZEROS.
003490 77  WS-PRIMEIRO-IDX       PIC 9(02) VALUE ZEROS.
003500 77  WS-ULTIMO-IDX         PIC 9(02) VALUE ZEROS.
003510 77  WS-VAR-MEDIA          PIC S9(02)V9(01) VALUE ZEROS.
003520*-----------------------------------------------------------------
003530* PARTE 3 - RETIDOS EM ANOS SEGUIDOS: A SEQUENCIA DE RETENCOES DA
003540* MATRICULA CORRENTE E, POR ESCOLA E ANO, OS RETIDOS QUE JA
003550* TINHAM SIDO RETIDOS NO ANO ANTERIOR.
003560*-----------------------------------------------------------------
003570 77  WS-TEM-MATRICULA      PIC X(01) VALUE "N".
003580     88  TEM-MATRICULA               VALUE "S".
003590 77  WS-RT-MATRICULA       PIC 9(05) VALUE ZEROS.
003600 77  WS-RT-NOME            PIC X(15) VALUE SPACES.
003610 77  WS-RT-ANO-ANT         PIC 9(04) VALUE ZEROS.
003620 77  WS-RT-SIT-ANT         PIC X(01) VALUE SPACE.
003630 77  WS-RT-CORRIDA         PIC 9(02) VALUE ZEROS.
003640 77  WS-RT-INI-CORRIDA     PIC 9(04) VALUE ZEROS.
003650 77  WS-RT-MAIOR           PIC 9(02) VALUE ZEROS.
003660 77  WS-RT-MAIOR-INI       PIC 9(04) VALUE ZEROS.
003670 77  WS-RT-MAIOR-FIM       PIC 9(04) VALUE ZEROS.
003680 77  WS-RT-ESCOLA          PIC 9(02) VALUE ZEROS.
003690 77  WS-RT-ESCOLA-BUSCA    PIC 9(02) VALUE ZEROS.
003700 77  WS-TOT-RET-LISTADOS   PIC 9(05) VALUE ZEROS.
003710 77  WS-RCE-QTD            PIC 9(02) VALUE ZEROS.
003720 77  WS-RCE-IDX            PIC 9(02) VALUE ZEROS.
003730 77  WS-RCE-ACHOU          PIC X(01) VALUE "N".
003740     88  RCE-ACHOU                   VALUE "S".
003750 77  WS-ESCOLA-COD         PIC 9(03) VALUE ZEROS.
003760 01  WS-RETENCAO-ESCOLAS.
003770     05  WS-RCE-ENT OCCURS 10 TIMES.
003780         10  WS-RCE-ESCOLA     PIC 9(02).
003790         10  WS-RCE-ALUNOS     PIC 9(05).
003800         10  WS-RCE-QTD-ANO OCCURS 10 TIMES PIC 9(05).
003810 01  WS-RETENCAO-REDE.
003820     05  WS-RCR-ALUNOS         PIC 9(05) VALUE ZEROS.
003830     05  WS-RCR-QTD-ANO OCCURS 10 TIMES PIC 9(05).
003840*-----------------------------------------------------------------
003850* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA OS NOMES NO RELATORIO
003860*-----------------------------------------------------------------
003870 77  WS-ESCOLA-BUSCA       PIC 9(02) VALUE ZEROS.
003880 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
003890 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
003900 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
003910 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
003920     88  ESCT-ACHOU                  VALUE "S".
003930 01  WS-ESCOLAS-TABELA.
003940     05  WS-ESCT-ENT OCCURS 10 TIMES.
003950         10  WS-ESCT-CODIGO    PIC 9(02).
003960         10  WS-ESCT-NOME      PIC X(30).
003970*-----------------------------------------------------------------
003980* MONTAGEM DO REGISTRO DELIMITADO DO PAINEL: BUFFER, PONTEIRO DO
003990* STRING E APOIO DE EDICAO E DE CORTE DOS BRANCOS A DIREITA.
004000*-----------------------------------------------------------------
004010 77  WS-PONTEIRO           PIC 9(03) VALUE 1.
004020 77  WS-TRIM-TAM           PIC 9(02) VALUE ZEROS.
004030 77  WS-TRIM-SUB           PIC 9(02) VALUE ZEROS.
004040 77  WS-TRIM-TEXTO         PIC X(10) VALUE SPACES.
004050 01  WS-PAINEL-LINHA       PIC X(200) VALUE SPACES.
004060 01  WS-TAXA-PAINEL        PIC 999.9.
004070 01  WS-VAR-PAINEL         PIC +999.9.
004080 01  WS-MEDIA-PAINEL       PIC 99.9.
004090*-----------------------------------------------------------------
004100* DATA DO SISTEMA, PARA O CABECALHO
004110*-----------------------------------------------------------------
004120 01  WS-DATA-AAAAMMDD.
004130     05  WS-DATA-AAAA      PIC 9(04).
004140     05  WS-DATA-MM        PIC 9(02).
004150     05  WS-DATA-DD        PIC 9(02).
004160 01  WS-DATA-FORMATADA     PIC X(10).
004170*-----------------------------------------------------------------
004180* LINHAS DO RELATORIO RELFLUXO
004190*-----------------------------------------------------------------
004200     COPY REL19LINE.
004210 PROCEDURE DIVISION.
004220*-----------------------------------------------------------------
004230 0000-MAINLINE.
004240     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
004250     IF NOT ERRO-FLUXO
004260        PERFORM 2000-PROCESSA-ARQUIVO THRU
004270            2000-PROCESSA-ARQUIVO-EXIT
004280            UNTIL FIM-ARQUIVO
004290        IF TEM-GRUPO
004300           PERFORM 2500-FECHA-ALUNO
004310        END-IF
004320        CLOSE ARQORD-FILE
004330        CLOSE FLXWK-FILE
004340        CLOSE DSCWK-FILE
004350        CLOSE RETWK-FILE
004360     END-IF.
004370     IF NOT ERRO-FLUXO
004380        PERFORM 3000-ORDENA-INDICADORES
004390        PERFORM 4000-IMPRIME-FLUXO THRU
004400            4000-IMPRIME-FLUXO-EXIT
004410        PERFORM 5000-IMPRIME-MEDIAS THRU
004420            5000-IMPRIME-MEDIAS-EXIT
004430        PERFORM 6000-IMPRIME-RETENCOES THRU
004440            6000-IMPRIME-RETENCOES-EXIT
004450     END-IF.
004460     PERFORM 8000-FINALIZA.
004470     STOP RUN.
004480*-----------------------------------------------------------------
004490* LE O CARTAO FLUXPARM E AS ESCOLAS, SEPARA E ORDENA O ARQUIVO
004500* MORTO DO PERIODO E ABRE OS ARQUIVOS DE TRABALHO E AS SAIDAS
004510*-----------------------------------------------------------------
004520 1000-INICIALIZA.
004530     DISPLAY "INICIO DO PROGRAMA27".
004540     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
004550     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
004560     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
004570     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
004580     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
004590     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
004600     PERFORM 1020-LE-FLUXPARM THRU 1020-LE-FLUXPARM-EXIT.
004610     IF ERRO-FLUXO
004620        GO TO 1000-INICIALIZA-EXIT
004630     END-IF.
004640     DISPLAY "INDICADORES DOS ANOS LETIVOS " WS-ANO-INICIAL
004650             " A " WS-ANO-FINAL " - ESCOLA " WS-ESCOLA-FILTRO.
004660     PERFORM 1075-CARREGA-ESCOLAS THRU
004670         1075-CARREGA-ESCOLAS-EXIT.
004680     PERFORM 1100-CARREGA-ARQUIVO-MORTO THRU
004690         1100-CARREGA-ARQUIVO-MORTO-EXIT.
004700     IF ERRO-FLUXO
004710        GO TO 1000-INICIALIZA-EXIT
004720     END-IF.
004730     OPEN INPUT ARQORD-FILE.
004740     IF NOT ARQORD-OK
004750        DISPLAY "ERRO AO ABRIR ARQORD - STATUS "
004760                WS-ARQORD-STATUS
004770        MOVE "S" TO WS-ERRO-FLUXO
004780        MOVE 8 TO RETURN-CODE
004790        GO TO 1000-INICIALIZA-EXIT
004800     END-IF.
004810     OPEN OUTPUT FLXWK-FILE.
004820     OPEN OUTPUT DSCWK-FILE.
004830     OPEN OUTPUT RETWK-FILE.
004840     IF NOT FLXWK-OK OR NOT DSCWK-OK OR NOT RETWK-OK
004850        DISPLAY "ERRO AO ABRIR OS ARQUIVOS DE TRABALHO - STATUS "
004860                WS-FLXWK-STATUS " " WS-DSCWK-STATUS " "
004870                WS-RETWK-STATUS
004880        CLOSE ARQORD-FILE
004890        MOVE "S" TO WS-ERRO-FLUXO
004900        MOVE 8 TO RETURN-CODE
004910        GO TO 1000-INICIALIZA-EXIT
004920     END-IF.
004930     OPEN OUTPUT RELFLX-FILE.
004940     IF NOT RELFLX-OK
004950        DISPLAY "ERRO AO ABRIR RELFLUXO - STATUS "
004960                WS-RELFLX-STATUS
004970        CLOSE ARQORD-FILE
004980        CLOSE FLXWK-FILE
004990        CLOSE DSCWK-FILE
005000        CLOSE RETWK-FILE
005010        MOVE "S" TO WS-ERRO-FLUXO
005020        MOVE 8 TO RETURN-CODE
005030        GO TO 1000-INICIALIZA-EXIT
005040     END-IF.
005050     OPEN OUTPUT PAINEL-FILE.
005060     IF NOT PAINEL-OK
005070        DISPLAY "ERRO AO ABRIR PAINEL - STATUS "
005080                WS-PAINEL-STATUS
005090        CLOSE ARQORD-FILE
005100        CLOSE FLXWK-FILE
005110        CLOSE DSCWK-FILE
005120        CLOSE RETWK-FILE
005130        CLOSE RELFLX-FILE
005140        MOVE "S" TO WS-ERRO-FLUXO
005150        MOVE 8 TO RETURN-CODE
005160        GO TO 1000-INICIALIZA-EXIT
005170     END-IF.
005180     MOVE "S" TO WS-SAIDAS-ABERTAS.
005190     MOVE WS-ANO-INICIAL    TO W19C1-ANO-INI.
005200     MOVE WS-ANO-FINAL      TO W19C1-ANO-FIM.
005210     MOVE WS-DATA-FORMATADA TO W19C1-DATA.
005220     MOVE ZEROS TO WS-FLUXO-NIVEIS.
005230     MOVE ZEROS TO WS-REDE-DISCIPLINAS.
005240     MOVE ZEROS TO WS-RETENCAO-ESCOLAS.
005250     MOVE ZEROS TO WS-RETENCAO-REDE.
005260     MOVE SPACES TO WS-PAINEL-LINHA.
005270     MOVE 1 TO WS-PONTEIRO.
005280     STRING "H;" WS-ANO-INICIAL ";" WS-ANO-FINAL ";"
005290         WS-ESCOLA-FILTRO ";" WS-DATA-FORMATADA ";"
005300         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
005310         WITH POINTER WS-PONTEIRO.
005320     PERFORM 7100-GRAVA-PAINEL.
005330 1000-INICIALIZA-EXIT. EXIT.
005340*-----------------------------------------------------------------
005350* CARTAO FLUXPARM: SEM O CARTAO OU COM O PERIODO INVALIDO (ANO
005360* FINAL ANTES DO INICIAL, MAIS DE 10 ANOS) NAO HA APURACAO
005370*-----------------------------------------------------------------
005380 1020-LE-FLUXPARM.
005390     OPEN INPUT FLUXP-FILE.
005400     IF NOT FLUXP-OK
005410        DISPLAY "FLUXPARM NAO ENCONTRADO - SEM O PERIODO NAO HA"
005420                " APURACAO"
005430        MOVE "S" TO WS-ERRO-FLUXO
005440        MOVE 8 TO RETURN-CODE
005450        GO TO 1020-LE-FLUXPARM-EXIT
005460     END-IF.
005470     READ FLUXP-FILE
005480         AT END
005490            DISPLAY "FLUXPARM VAZIO - SEM O PERIODO NAO HA"
005500                    " APURACAO"
005510            MOVE "S" TO WS-ERRO-FLUXO
005520            MOVE 8 TO RETURN-CODE
005530     END-READ.
005540     CLOSE FLUXP-FILE.
005550     IF ERRO-FLUXO
005560        GO TO 1020-LE-FLUXPARM-EXIT
005570     END-IF.
005580     IF FX-ANO-INICIAL IS NOT NUMERIC
005590        OR FX-ANO-FINAL IS NOT NUMERIC
005600        OR FX-ESCOLA IS NOT NUMERIC
005610        OR FX-ANO-INICIAL = ZEROS
005620        OR FX-ANO-FINAL < FX-ANO-INICIAL
005630        DISPLAY "CARTAO FLUXPARM INVALIDO: " FLUXP-REC
005640                " - EXECUCAO RECUSADA"
005650        MOVE "S" TO WS-ERRO-FLUXO
005660        MOVE 8 TO RETURN-CODE
005670        GO TO 1020-LE-FLUXPARM-EXIT
005680     END-IF.
005690     IF FX-ANO-FINAL - FX-ANO-INICIAL > 9
005700        DISPLAY "FLUXPARM COM MAIS DE 10 ANOS LETIVOS - "
005710                "EXECUCAO RECUSADA"
005720        MOVE "S" TO WS-ERRO-FLUXO
005730        MOVE 8 TO RETURN-CODE
005740        GO TO 1020-LE-FLUXPARM-EXIT
005750     END-IF.
005760     MOVE FX-ANO-INICIAL TO WS-ANO-INICIAL.
005770     MOVE FX-ANO-FINAL   TO WS-ANO-FINAL.
005780     MOVE FX-ESCOLA      TO WS-ESCOLA-FILTRO.
005790     COMPUTE WS-QTD-ANOS = WS-ANO-FINAL - WS-ANO-INICIAL + 1.
005800 1020-LE-FLUXPARM-EXIT. EXIT.
005810*-----------------------------------------------------------------
005820 1075-CARREGA-ESCOLAS.
005830     OPEN INPUT ESC-FILE.
005840     IF NOT ESCOLAS-OK
005850        DISPLAY "ESCOLAS NAO ENCONTRADO - RELATORIO COM O CODIGO"
005860                " DA ESCOLA"
005870        GO TO 1075-CARREGA-ESCOLAS-EXIT
005880     END-IF.
005890     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
005900         UNTIL FIM-ESCOLAS.
005910     CLOSE ESC-FILE.
005920 1075-CARREGA-ESCOLAS-EXIT. EXIT.
005930*-----------------------------------------------------------------
005940 1076-LE-ESCOLA.
005950     READ ESC-FILE
005960         AT END
005970            MOVE "S" TO WS-FIM-ESCOLAS
005980            GO TO 1076-LE-ESCOLA-EXIT
005990     END-READ.
006000     IF WS-ESCT-QTD >= 10
006010        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
006020        MOVE "S" TO WS-FIM-ESCOLAS
006030        GO TO 1076-LE-ESCOLA-EXIT
006040     END-IF.
006050     ADD 1 TO WS-ESCT-QTD.
006060     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
006070     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
006080 1076-LE-ESCOLA-EXIT. EXIT.
006090*-----------------------------------------------------------------
006100* SEPARA OS REGISTROS "A", "F" E "H" DO PERIODO E ORDENA POR ANO,
006110* MATRICULA E TIPO: O "A" DE CADA ALUNO/ANO VEM ANTES DOS "F" E
006120* "H" E TRAZ A ESCOLA QUE OS "F" NAO CARREGAM.
006130*-----------------------------------------------------------------
006140 1100-CARREGA-ARQUIVO-MORTO.
006150     OPEN INPUT ARQ-FILE.
006160     IF NOT ARQ-OK
006170        DISPLAY "ARQANUAL NAO ENCONTRADO - STATUS "
006180                WS-ARQ-STATUS " - NADA A APURAR"
006190        MOVE "S" TO WS-ERRO-FLUXO
006200        MOVE 8 TO RETURN-CODE
006210        GO TO 1100-CARREGA-ARQUIVO-MORTO-EXIT
006220     END-IF.
006230     OPEN OUTPUT ARQWK-FILE.
006240     IF NOT ARQWK-OK
006250        DISPLAY "ERRO AO ABRIR ARQWK - STATUS "
006260                WS-ARQWK-STATUS
006270        CLOSE ARQ-FILE
006280        MOVE "S" TO WS-ERRO-FLUXO
006290        MOVE 8 TO RETURN-CODE
006300        GO TO 1100-CARREGA-ARQUIVO-MORTO-EXIT
006310     END-IF.
006320     PERFORM 1110-LE-ARQANUAL THRU 1110-LE-ARQANUAL-EXIT
006330         UNTIL FIM-ARQ.
006340     CLOSE ARQ-FILE.
006350     CLOSE ARQWK-FILE.
006360     DISPLAY "REGISTROS DO ARQANUAL LIDOS: " WS-TOT-LIDOS
006370             " - NO PERIODO: " WS-TOT-NO-PERIODO.
006380     SORT SORT-ARQ-FILE
006390         ON ASCENDING KEY SA-ANO-LETIVO SA-MATRICULA SA-TIPO
006400         USING ARQWK-FILE
006410         GIVING ARQORD-FILE.
006420 1100-CARREGA-ARQUIVO-MORTO-EXIT. EXIT.
006430*-----------------------------------------------------------------
006440 1110-LE-ARQANUAL.
006450     READ ARQ-FILE
006460         AT END
006470            MOVE "S" TO WS-FIM-ARQ
006480            GO TO 1110-LE-ARQANUAL-EXIT
006490     END-READ.
006500     IF NOT ARQ-OK
006510        DISPLAY "ERRO NA LEITURA DE ARQANUAL - STATUS "
006520                WS-ARQ-STATUS
006530        MOVE "S" TO WS-FIM-ARQ
006540        MOVE "S" TO WS-ERRO-FLUXO
006550        MOVE 8 TO RETURN-CODE
006560        GO TO 1110-LE-ARQANUAL-EXIT
006570     END-IF.
006580     ADD 1 TO WS-TOT-LIDOS.
006590     IF AQ-ANO-LETIVO IS NOT NUMERIC
006600        OR AQ-ANO-LETIVO < WS-ANO-INICIAL
006610        OR AQ-ANO-LETIVO > WS-ANO-FINAL
006620        GO TO 1110-LE-ARQANUAL-EXIT
006630     END-IF.
006640     IF NOT AQ-ANUAL AND NOT AQ-FREQUENCIA AND NOT AQ-HISTORICO
006650        GO TO 1110-LE-ARQANUAL-EXIT
006660     END-IF.
006670     ADD 1 TO WS-TOT-NO-PERIODO.
006680     WRITE AW-REC FROM ARQ-REC.
006690 1110-LE-ARQANUAL-EXIT. EXIT.
006700*-----------------------------------------------------------------
006710* QUEBRA POR ANO + MATRICULA: A MUDANCA FECHA O ALUNO/ANO
006720* ANTERIOR. O "A" DA A SITUACAO E A ESCOLA, O "F" SOMA AS AULAS
006730* E AS FALTAS, O "H" DA A TURMA E SOMA A MEDIA DO BIMESTRE NA
006740* DISCIPLINA.
006750*-----------------------------------------------------------------
006760 2000-PROCESSA-ARQUIVO.
006770     READ ARQORD-FILE INTO ARQ-REC
006780         AT END
006790            MOVE "S" TO WS-FIM-ARQUIVO
006800            GO TO 2000-PROCESSA-ARQUIVO-EXIT
006810     END-READ.
006820     IF NOT ARQORD-OK
006830        DISPLAY "ERRO NA LEITURA DE ARQORD - STATUS "
006840                WS-ARQORD-STATUS
006850        MOVE "S" TO WS-FIM-ARQUIVO
006860        MOVE "S" TO WS-ERRO-FLUXO
006870        MOVE 8 TO RETURN-CODE
006880        GO TO 2000-PROCESSA-ARQUIVO-EXIT
006890     END-IF.
006900     IF TEM-GRUPO
006910        AND (AQ-ANO-LETIVO NOT = WS-GRP-ANO
006920             OR AQ-MATRICULA NOT = WS-GRP-MATRICULA)
006930        PERFORM 2500-FECHA-ALUNO
006940     END-IF.
006950     IF NOT TEM-GRUPO
006960        PERFORM 2050-ABRE-ALUNO
006970     END-IF.
006980     EVALUATE TRUE
006990        WHEN AQ-ANUAL
007000           MOVE "S"              TO WS-GRP-TEM-ANUAL
007010           MOVE AQ-ESCOLA        TO WS-GRP-ESCOLA
007020           MOVE AQA-SITUACAO     TO WS-GRP-SITUACAO
007030           MOVE AQA-NOME-ALUNO   TO WS-GRP-NOME
007040        WHEN AQ-FREQUENCIA
007050           ADD AQF-AULAS-DADAS   TO WS-GRP-AULAS
007060           ADD AQF-FALTAS        TO WS-GRP-FALTAS
007070        WHEN AQ-HISTORICO
007080           IF NOT GRP-TEM-ANUAL
007090              MOVE AQ-ESCOLA     TO WS-GRP-ESCOLA
007100           END-IF
007110           IF WS-GRP-TURMA = SPACES
007120              MOVE AQH-TURMA     TO WS-GRP-TURMA
007130           END-IF
007140           PERFORM 2100-ACUMULA-DISCIPLINA THRU
007150               2100-ACUMULA-DISCIPLINA-EXIT
007160     END-EVALUATE.
007170 2000-PROCESSA-ARQUIVO-EXIT. EXIT.
007180*-----------------------------------------------------------------
007190 2050-ABRE-ALUNO.
007200     MOVE "S"           TO WS-TEM-GRUPO.
007210     MOVE "N"           TO WS-GRP-TEM-ANUAL.
007220     MOVE AQ-ANO-LETIVO TO WS-GRP-ANO.
007230     MOVE AQ-MATRICULA  TO WS-GRP-MATRICULA.
007240     MOVE ZEROS         TO WS-GRP-ESCOLA.
007250     MOVE SPACE         TO WS-GRP-SITUACAO.
007260     MOVE SPACES        TO WS-GRP-NOME.
007270     MOVE SPACES        TO WS-GRP-TURMA.
007280     MOVE ZEROS         TO WS-GRP-AULAS.
007290     MOVE ZEROS         TO WS-GRP-FALTAS.
007300     MOVE ZEROS         TO WS-GD-QTD.
007310*-----------------------------------------------------------------
007320 2100-ACUMULA-DISCIPLINA.
007330     IF AQH-MEDIA-BIM IS NOT NUMERIC
007340        GO TO 2100-ACUMULA-DISCIPLINA-EXIT
007350     END-IF.
007360     MOVE "N" TO WS-GD-ACHOU.
007370     MOVE 1 TO WS-GD-IDX.
007380     PERFORM 2150-COMPARA-DISCIPLINA THRU
007390         2150-COMPARA-DISCIPLINA-EXIT
007400         UNTIL GD-ACHOU OR WS-GD-IDX > WS-GD-QTD.
007410     IF NOT GD-ACHOU
007420        IF WS-GD-QTD >= 15
007430           ADD 1 TO WS-TOT-DISC-EXCEDE
007440           GO TO 2100-ACUMULA-DISCIPLINA-EXIT
007450        END-IF
007460        ADD 1 TO WS-GD-QTD
007470        MOVE WS-GD-QTD TO WS-GD-IDX
007480        MOVE AQH-DISCIPLINA TO WS-GD-DISCIPLINA (WS-GD-IDX)
007490        MOVE ZEROS TO WS-GD-SOMA (WS-GD-IDX)
007500        MOVE ZEROS TO WS-GD-QTD-BIM (WS-GD-IDX)
007510     END-IF.
007520     ADD AQH-MEDIA-BIM TO WS-GD-SOMA (WS-GD-IDX).
007530     ADD 1 TO WS-GD-QTD-BIM (WS-GD-IDX).
007540 2100-ACUMULA-DISCIPLINA-EXIT. EXIT.
007550*-----------------------------------------------------------------
007560 2150-COMPARA-DISCIPLINA.
007570     IF WS-GD-DISCIPLINA (WS-GD-IDX) = AQH-DISCIPLINA
007580        MOVE "S" TO WS-GD-ACHOU
007590     ELSE
007600        ADD 1 TO WS-GD-IDX
007610     END-IF.
007620 2150-COMPARA-DISCIPLINA-EXIT. EXIT.
007630*-----------------------------------------------------------------
007640* FECHA O ALUNO/ANO: COM SITUACAO ANUAL, GRAVA O FLUXO (COM A
007650* SERIE DA TURMA) E A RETENCAO; EM TODO CASO, A MEDIA ANUAL DE
007660* CADA DISCIPLINA. SEM O "A" O ALUNO NAO ENTRA NAS TAXAS.
007670*-----------------------------------------------------------------
007680 2500-FECHA-ALUNO.
007690     IF GRP-TEM-ANUAL
007700        PERFORM 2600-GRAVA-FLUXO
007710     ELSE
007720        ADD 1 TO WS-TOT-SEM-ANUAL
007730     END-IF.
007740     PERFORM 2700-GRAVA-MEDIA
007750         VARYING WS-GD-IDX FROM 1 BY 1
007760         UNTIL WS-GD-IDX > WS-GD-QTD.
007770     MOVE "N" TO WS-TEM-GRUPO.
007780*-----------------------------------------------------------------
007790 2600-GRAVA-FLUXO.
007800     IF WS-GRP-SITUACAO NOT = "P" AND NOT = "R"
007810        AND NOT = "I" AND NOT = "T"
007820        ADD 1 TO WS-TOT-SIT-INVALIDA
007830     ELSE
007840        ADD 1 TO WS-TOT-ALUNOS-ANO
007850        PERFORM 2800-SEPARA-TURMA THRU 2800-SEPARA-TURMA-EXIT
007860        MOVE WS-GRP-ESCOLA   TO FW-ESCOLA
007870        MOVE WS-SERIE-ATUAL  TO FW-SERIE
007880        MOVE WS-GRP-ANO      TO FW-ANO-LETIVO
007890        MOVE WS-GRP-SITUACAO TO FW-SITUACAO
007900        MOVE WS-GRP-AULAS    TO FW-AULAS
007910        MOVE WS-GRP-FALTAS   TO FW-FALTAS
007920        WRITE FW-REC
007930        MOVE WS-GRP-MATRICULA TO TW-MATRICULA
007940        MOVE WS-GRP-ANO       TO TW-ANO-LETIVO
007950        MOVE WS-GRP-ESCOLA    TO TW-ESCOLA
007960        MOVE WS-GRP-SITUACAO  TO TW-SITUACAO
007970        MOVE WS-GRP-NOME      TO TW-NOME-ALUNO
007980        WRITE TW-REC
007990     END-IF.
008000*-----------------------------------------------------------------
008010 2700-GRAVA-MEDIA.
008020     DIVIDE WS-GD-SOMA (WS-GD-IDX) BY WS-GD-QTD-BIM (WS-GD-IDX)
008030         GIVING WS-MEDIA-DISC ROUNDED.
008040     MOVE WS-GRP-ESCOLA                 TO DW-ESCOLA.
008050     MOVE WS-GD-DISCIPLINA (WS-GD-IDX)  TO DW-DISCIPLINA.
008060     MOVE WS-GRP-ANO                    TO DW-ANO-LETIVO.
008070     MOVE WS-MEDIA-DISC                 TO DW-MEDIA.
008080     WRITE DW-REC.
008090*-----------------------------------------------------------------
008100* SEPARA A TURMA DO HISTORICO EM SERIE + LETRA: A LETRA E O
008110* ULTIMO CARACTER PREENCHIDO, PRECEDIDO DE UM BRANCO; A SERIE E
008120* O TEXTO ANTES DELE (ATE 8 POSICOES). SEM TURMA VALIDA (ALUNO
008130* SEM HISTORICO NO ANO) A SERIE SAI "NAO INF.".
008140*-----------------------------------------------------------------
008150 2800-SEPARA-TURMA.
008160     MOVE "NAO INF." TO WS-SERIE-ATUAL.
008170     MOVE 10 TO WS-TUR-SUB.
008180     PERFORM 2850-RECUA-TURMA THRU 2850-RECUA-TURMA-EXIT
008190         UNTIL WS-TUR-SUB = ZEROS
008200         OR WS-GRP-TURMA (WS-TUR-SUB:1) NOT = SPACE.
008210     IF WS-TUR-SUB < 3
008220        ADD 1 TO WS-TOT-SEM-SERIE
008230        GO TO 2800-SEPARA-TURMA-EXIT
008240     END-IF.
008250     IF WS-GRP-TURMA (WS-TUR-SUB - 1:1) NOT = SPACE
008260        ADD 1 TO WS-TOT-SEM-SERIE
008270        GO TO 2800-SEPARA-TURMA-EXIT
008280     END-IF.
008290     COMPUTE WS-SERIE-TAM = WS-TUR-SUB - 2.
008300     IF WS-SERIE-TAM > 8
008310        ADD 1 TO WS-TOT-SEM-SERIE
008320        GO TO 2800-SEPARA-TURMA-EXIT
008330     END-IF.
008340     MOVE SPACES TO WS-SERIE-ATUAL.
008350     MOVE WS-GRP-TURMA (1:WS-SERIE-TAM) TO WS-SERIE-ATUAL.
008360 2800-SEPARA-TURMA-EXIT. EXIT.
008370*-----------------------------------------------------------------
008380 2850-RECUA-TURMA.
008390     SUBTRACT 1 FROM WS-TUR-SUB.
008400 2850-RECUA-TURMA-EXIT. EXIT.
008410*-----------------------------------------------------------------
008420* ORDENA OS TRES ARQUIVOS DE TRABALHO PARA AS TRES PARTES DO
008430* RELATORIO
008440*-----------------------------------------------------------------
008450 3000-ORDENA-INDICADORES.
008460     SORT SORT-FLX-FILE
008470         ON ASCENDING KEY SF-ESCOLA SF-SERIE SF-ANO-LETIVO
008480         USING FLXWK-FILE
008490         GIVING FLXORD-FILE.
008500     SORT SORT-DSC-FILE
008510         ON ASCENDING KEY SQ-ESCOLA SQ-DISCIPLINA SQ-ANO-LETIVO
008520         USING DSCWK-FILE
008530         GIVING DSCORD-FILE.
008540     SORT SORT-RET-FILE
008550         ON ASCENDING KEY SR-MATRICULA SR-ANO-LETIVO
008560         USING RETWK-FILE
008570         GIVING RETORD-FILE.
008580*-----------------------------------------------------------------
008590* PARTE 1 - FLUXO: QUEBRA POR ESCOLA E SERIE. CADA SERIE E CADA
008600* ESCOLA (SE FOR A ESCOLA PEDIDA NO CARTAO) SAI COM UMA LINHA
008610* POR ANO; A REDE SAI SEMPRE, COM TODAS AS ESCOLAS.
008620*-----------------------------------------------------------------
008630 4000-IMPRIME-FLUXO.
008640     OPEN INPUT FLXORD-FILE.
008650     IF NOT FLXORD-OK
008660        DISPLAY "ERRO AO ABRIR FLXORD - STATUS "
008670                WS-FLXORD-STATUS
008680        MOVE "S" TO WS-ERRO-FLUXO
008690        MOVE 8 TO RETURN-CODE
008700        GO TO 4000-IMPRIME-FLUXO-EXIT
008710     END-IF.
008720     MOVE "N" TO WS-FIM-INDICADOR.
008730     PERFORM 4100-LE-FLUXO THRU 4100-LE-FLUXO-EXIT
008740         UNTIL FIM-INDICADOR.
008750     IF TEM-ESCOLA
008760        PERFORM 4300-FECHA-ESCOLA
008770     END-IF.
008780     CLOSE FLXORD-FILE.
008790     MOVE "PARTE 1 - FLUXO ESCOLAR POR ANO" TO W19C2-PARTE.
008800     MOVE "REDE - TODAS AS ESCOLAS" TO W19C2-ESCOLA.
008810     WRITE RL19-LINHA FROM WS19-CAB-1-LINHA
008820         AFTER ADVANCING PAGE.
008830     WRITE RL19-LINHA FROM WS19-CAB-2-LINHA
008840         AFTER ADVANCING 1 LINE.
008850     IF WS-TOT-ALUNOS-ANO = ZEROS
008860        MOVE "NENHUM ALUNO COM SITUACAO ANUAL NO PERIODO"
008870            TO W19M-TEXTO
008880        WRITE RL19-LINHA FROM WS19-MSG-LINHA
008890            AFTER ADVANCING 2 LINES
008900        GO TO 4000-IMPRIME-FLUXO-EXIT
008910     END-IF.
008920     WRITE RL19-LINHA FROM WS19-FLX-CAB-LINHA
008930         AFTER ADVANCING 2 LINES.
008940     MOVE 3 TO WS-NIVEL.
008950     MOVE ZEROS TO WS-ESCOLA-REL.
008960     MOVE "REDE" TO WS-DESC-BLOCO.
008970     PERFORM 4500-IMPRIME-BLOCO.
008980     MOVE "DISTORCAO IDADE-SERIE NAO APURADA: O CADASTRO DE"
008990         TO W19M-TEXTO.
009000     WRITE RL19-LINHA FROM WS19-MSG-LINHA
009010         AFTER ADVANCING 2 LINES.
009020     MOVE "ALUNOS NAO GUARDA A DATA DE NASCIMENTO"
009030         TO W19M-TEXTO.
009040     WRITE RL19-LINHA FROM WS19-MSG-LINHA
009050         AFTER ADVANCING 1 LINE.
009060 4000-IMPRIME-FLUXO-EXIT. EXIT.
009070*-----------------------------------------------------------------
009080 4100-LE-FLUXO.
009090     READ FLXORD-FILE
009100         AT END
009110            MOVE "S" TO WS-FIM-INDICADOR
009120            GO TO 4100-LE-FLUXO-EXIT
009130     END-READ.
009140     IF TEM-ESCOLA AND FO-ESCOLA NOT = WS-ESCOLA-REL
009150        PERFORM 4300-FECHA-ESCOLA
009160     END-IF.
009170     IF TEM-SERIE AND FO-SERIE NOT = WS-SERIE-REL
009180        PERFORM 4200-FECHA-SERIE
009190     END-IF.
009200     IF NOT TEM-ESCOLA
009210        PERFORM 4250-ABRE-ESCOLA THRU
009220            4250-ABRE-ESCOLA-EXIT
009230     END-IF.
009240     IF NOT TEM-SERIE
009250        MOVE FO-SERIE TO WS-SERIE-REL
009260        MOVE "S" TO WS-TEM-SERIE
009270     END-IF.
009280     COMPUTE WS-ANO-IDX = FO-ANO-LETIVO - WS-ANO-INICIAL + 1.
009290     ADD 1 TO WS-FN-BASE (1, WS-ANO-IDX).
009300     EVALUATE FO-SITUACAO
009310        WHEN "P"
009320           ADD 1 TO WS-FN-APROV (1, WS-ANO-IDX)
009330        WHEN "R"
009340           ADD 1 TO WS-FN-RETIDO (1, WS-ANO-IDX)
009350        WHEN "I"
009360           ADD 1 TO WS-FN-ABAND (1, WS-ANO-IDX)
009370        WHEN OTHER
009380           ADD 1 TO WS-FN-TRANSF (1, WS-ANO-IDX)
009390     END-EVALUATE.
009400     ADD FO-AULAS  TO WS-FN-AULAS (1, WS-ANO-IDX).
009410     ADD FO-FALTAS TO WS-FN-FALTAS (1, WS-ANO-IDX).
009420 4100-LE-FLUXO-EXIT. EXIT.
009430*-----------------------------------------------------------------
009440 4200-FECHA-SERIE.
009450     IF IMPRIME-ESCOLA
009460        MOVE 1 TO WS-NIVEL
009470        MOVE WS-SERIE-REL TO WS-DESC-BLOCO
009480        PERFORM 4500-IMPRIME-BLOCO
009490     END-IF.
009500     MOVE 1 TO WS-NIVEL.
009510     MOVE 2 TO WS-NIVEL-PARA.
009520     PERFORM 4400-SOMA-NIVEL
009530         VARYING WS-ANO-IDX FROM 1 BY 1
009540         UNTIL WS-ANO-IDX > WS-QTD-ANOS.
009550     MOVE ZEROS TO WS-FN-NIVEL (1).
009560     MOVE "N" TO WS-TEM-SERIE.
009570*-----------------------------------------------------------------
009580 4250-ABRE-ESCOLA.
009590     MOVE FO-ESCOLA TO WS-ESCOLA-REL.
009600     MOVE "S" TO WS-TEM-ESCOLA.
009610     MOVE "N" TO WS-IMPRIME-ESCOLA.
009620     IF WS-ESCOLA-FILTRO = ZEROS
009630        OR WS-ESCOLA-FILTRO = WS-ESCOLA-REL
009640        MOVE "S" TO WS-IMPRIME-ESCOLA
009650     END-IF.
009660     IF NOT IMPRIME-ESCOLA
009670        GO TO 4250-ABRE-ESCOLA-EXIT
009680     END-IF.
009690     MOVE WS-ESCOLA-REL TO WS-ESCOLA-BUSCA.
009700     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
009710     MOVE "PARTE 1 - FLUXO ESCOLAR POR ANO" TO W19C2-PARTE.
009720     MOVE WS-NOME-ESCOLA TO W19C2-ESCOLA.
009730     WRITE RL19-LINHA FROM WS19-CAB-1-LINHA
009740         AFTER ADVANCING PAGE.
009750     WRITE RL19-LINHA FROM WS19-CAB-2-LINHA
009760         AFTER ADVANCING 1 LINE.
009770     WRITE RL19-LINHA FROM WS19-FLX-CAB-LINHA
009780         AFTER ADVANCING 2 LINES.
009790 4250-ABRE-ESCOLA-EXIT. EXIT.
009800*-----------------------------------------------------------------
009810 4300-FECHA-ESCOLA.
009820     IF TEM-SERIE
009830        PERFORM 4200-FECHA-SERIE
009840     END-IF.
009850     IF IMPRIME-ESCOLA
009860        MOVE 2 TO WS-NIVEL
009870        MOVE "TOTAL" TO WS-DESC-BLOCO
009880        PERFORM 4500-IMPRIME-BLOCO
009890     END-IF.
009900     MOVE 2 TO WS-NIVEL.
009910     MOVE 3 TO WS-NIVEL-PARA.
009920     PERFORM 4400-SOMA-NIVEL
009930         VARYING WS-ANO-IDX FROM 1 BY 1
009940         UNTIL WS-ANO-IDX > WS-QTD-ANOS.
009950     MOVE ZEROS TO WS-FN-NIVEL (2).
009960     MOVE "N" TO WS-TEM-ESCOLA.
009970*-----------------------------------------------------------------
009980 4400-SOMA-NIVEL.
009990     ADD WS-FN-BASE (WS-NIVEL, WS-ANO-IDX)
010000         TO WS-FN-BASE (WS-NIVEL-PARA, WS-ANO-IDX).
010010     ADD WS-FN-APROV (WS-NIVEL, WS-ANO-IDX)
010020         TO WS-FN-APROV (WS-NIVEL-PARA, WS-ANO-IDX).
010030     ADD WS-FN-RETIDO (WS-NIVEL, WS-ANO-IDX)
010040         TO WS-FN-RETIDO (WS-NIVEL-PARA, WS-ANO-IDX).
010050     ADD WS-FN-ABAND (WS-NIVEL, WS-ANO-IDX)
010060         TO WS-FN-ABAND (WS-NIVEL-PARA, WS-ANO-IDX).
010070     ADD WS-FN-TRANSF (WS-NIVEL, WS-ANO-IDX)
010080         TO WS-FN-TRANSF (WS-NIVEL-PARA, WS-ANO-IDX).
010090     ADD WS-FN-AULAS (WS-NIVEL, WS-ANO-IDX)
010100         TO WS-FN-AULAS (WS-NIVEL-PARA, WS-ANO-IDX).
010110     ADD WS-FN-FALTAS (WS-NIVEL, WS-ANO-IDX)
010120         TO WS-FN-FALTAS (WS-NIVEL-PARA, WS-ANO-IDX).
010130*-----------------------------------------------------------------
010140* UM BLOCO DO NIVEL WS-NIVEL: UMA LINHA POR ANO COM ALUNOS, E A
010150* VARIACAO SOBRE O ANO ANTERIOR QUANDO ESTE TAMBEM TEVE ALUNOS.
010160* CADA LINHA VAI TAMBEM PARA O PAINEL.
010170*-----------------------------------------------------------------
010180 4500-IMPRIME-BLOCO.
010190     MOVE SPACES TO RL19-LINHA.
010200     WRITE RL19-LINHA AFTER ADVANCING 1 LINE.
010210     PERFORM 4550-IMPRIME-ANO THRU 4550-IMPRIME-ANO-EXIT
010220         VARYING WS-ANO-IDX FROM 1 BY 1
010230         UNTIL WS-ANO-IDX > WS-QTD-ANOS.
010240*-----------------------------------------------------------------
010250 4550-IMPRIME-ANO.
010260     IF WS-FN-BASE (WS-NIVEL, WS-ANO-IDX) = ZEROS
010270        GO TO 4550-IMPRIME-ANO-EXIT
010280     END-IF.
010290     MOVE WS-ANO-IDX TO WS-ANO-ANT.
010300     PERFORM 4600-CALCULA-TAXAS.
010310     MOVE WS-TX-CALC (1) TO WS-TX-ATUAL (1).
010320     MOVE WS-TX-CALC (2) TO WS-TX-ATUAL (2).
010330     MOVE WS-TX-CALC (3) TO WS-TX-ATUAL (3).
010340     MOVE WS-TX-CALC (4) TO WS-TX-ATUAL (4).
010350     MOVE "N" TO WS-TEM-ANTERIOR.
010360     IF WS-ANO-IDX > 1
010370        COMPUTE WS-ANO-ANT = WS-ANO-IDX - 1
010380        IF WS-FN-BASE (WS-NIVEL, WS-ANO-ANT) > ZEROS
010390           MOVE "S" TO WS-TEM-ANTERIOR
010400           PERFORM 4600-CALCULA-TAXAS
010410           MOVE WS-TX-CALC (1) TO WS-TX-ANTERIOR (1)
010420           MOVE WS-TX-CALC (2) TO WS-TX-ANTERIOR (2)
010430           MOVE WS-TX-CALC (3) TO WS-TX-ANTERIOR (3)
010440           MOVE WS-TX-CALC (4) TO WS-TX-ANTERIOR (4)
010450        END-IF
010460     END-IF.
010470     COMPUTE WS-ANO-CORRENTE = WS-ANO-INICIAL + WS-ANO-IDX - 1.
010480     MOVE WS-DESC-BLOCO   TO W19F-SERIE.
010490     MOVE WS-ANO-CORRENTE TO W19F-ANO.
010500     MOVE WS-FN-BASE (WS-NIVEL, WS-ANO-IDX) TO W19F-BASE.
010510     MOVE WS-TX-ATUAL (1) TO W19F-APROV.
010520     MOVE WS-TX-ATUAL (2) TO W19F-RETIDO.
010530     MOVE WS-TX-ATUAL (3) TO W19F-ABAND.
010540     MOVE WS-TX-ATUAL (4) TO W19F-TRANSF.
010550     IF WS-FN-AULAS (WS-NIVEL, WS-ANO-IDX) > ZEROS
010560        COMPUTE WS-TX-FREQ ROUNDED =
010570            (WS-FN-AULAS (WS-NIVEL, WS-ANO-IDX)
010580             - WS-FN-FALTAS (WS-NIVEL, WS-ANO-IDX)) * 100
010590            / WS-FN-AULAS (WS-NIVEL, WS-ANO-IDX)
010600        MOVE WS-TX-FREQ TO W19F-FREQ
010610     ELSE
010620        MOVE ZEROS TO WS-TX-FREQ
010630        MOVE SPACES TO W19F-FREQ-G
010640     END-IF.
010650     PERFORM 4650-EDITA-VARIACAO
010660         VARYING WS-TX-IDX FROM 1 BY 1
010670         UNTIL WS-TX-IDX > 4.
010680     WRITE RL19-LINHA FROM WS19-FLX-LINHA
010690         AFTER ADVANCING 1 LINE.
010700     PERFORM 4700-GRAVA-PAINEL-FLUXO.
010710 4550-IMPRIME-ANO-EXIT. EXIT.
010720*-----------------------------------------------------------------
010730* TAXAS DO ANO WS-ANO-ANT DO NIVEL WS-NIVEL EM WS-TX-CALC:
010740* 1 APROVACAO, 2 RETENCAO, 3 ABANDONO, 4 TRANSFERENCIA.
010750*-----------------------------------------------------------------
010760 4600-CALCULA-TAXAS.
010770     COMPUTE WS-TX-CALC (1) ROUNDED =
010780         WS-FN-APROV (WS-NIVEL, WS-ANO-ANT) * 100
010790         / WS-FN-BASE (WS-NIVEL, WS-ANO-ANT).
010800     COMPUTE WS-TX-CALC (2) ROUNDED =
010810         WS-FN-RETIDO (WS-NIVEL, WS-ANO-ANT) * 100
010820         / WS-FN-BASE (WS-NIVEL, WS-ANO-ANT).
010830     COMPUTE WS-TX-CALC (3) ROUNDED =
010840         WS-FN-ABAND (WS-NIVEL, WS-ANO-ANT) * 100
010850         / WS-FN-BASE (WS-NIVEL, WS-ANO-ANT).
010860     COMPUTE WS-TX-CALC (4) ROUNDED =
010870         WS-FN-TRANSF (WS-NIVEL, WS-ANO-ANT) * 100
010880         / WS-FN-BASE (WS-NIVEL, WS-ANO-ANT).
010890*-----------------------------------------------------------------
010900 4650-EDITA-VARIACAO.
010910     MOVE SPACES TO W19F-VARIACAO (WS-TX-IDX).
010920     IF TEM-ANTERIOR
010930        COMPUTE WS-TX-VAR = WS-TX-ATUAL (WS-TX-IDX)
010940            - WS-TX-ANTERIOR (WS-TX-IDX)
010950        MOVE WS-TX-VAR TO W19F-VAR (WS-TX-IDX)
010960     END-IF.
010970*-----------------------------------------------------------------
010980* F;ESCOLA;SERIE;ANO;ALUNOS;APROV;RETID;ABAND;TRANSF;%APROV;
010990* %RETID;%ABAND;%TRANSF;%FREQ;VAR-APROV;VAR-RETID;VAR-ABAND;
011000* VAR-TRANSF; - VARIACOES VAZIAS NO PRIMEIRO ANO COM ALUNOS
011010*-----------------------------------------------------------------
011020 4700-GRAVA-PAINEL-FLUXO.
011030     MOVE SPACES TO WS-PAINEL-LINHA.
011040     MOVE 1 TO WS-PONTEIRO.
011050     STRING "F;" WS-ESCOLA-REL ";"
011060         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011070         WITH POINTER WS-PONTEIRO.
011080     MOVE WS-DESC-BLOCO TO WS-TRIM-TEXTO.
011090     MOVE 10 TO WS-TRIM-TAM.
011100     PERFORM 7000-APENDA-TEXTO THRU 7000-APENDA-TEXTO-EXIT.
011110     STRING WS-ANO-CORRENTE ";"
011120         WS-FN-BASE (WS-NIVEL, WS-ANO-IDX) ";"
011130         WS-FN-APROV (WS-NIVEL, WS-ANO-IDX) ";"
011140         WS-FN-RETIDO (WS-NIVEL, WS-ANO-IDX) ";"
011150         WS-FN-ABAND (WS-NIVEL, WS-ANO-IDX) ";"
011160         WS-FN-TRANSF (WS-NIVEL, WS-ANO-IDX) ";"
011170         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011180         WITH POINTER WS-PONTEIRO.
011190     PERFORM 4750-APENDA-TAXA
011200         VARYING WS-TX-IDX FROM 1 BY 1
011210         UNTIL WS-TX-IDX > 4.
011220     MOVE WS-TX-FREQ TO WS-TAXA-PAINEL.
011230     STRING WS-TAXA-PAINEL ";"
011240         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011250         WITH POINTER WS-PONTEIRO.
011260     PERFORM 4760-APENDA-VARIACAO
011270         VARYING WS-TX-IDX FROM 1 BY 1
011280         UNTIL WS-TX-IDX > 4.
011290     PERFORM 7100-GRAVA-PAINEL.
011300*-----------------------------------------------------------------
011310 4750-APENDA-TAXA.
011320     MOVE WS-TX-ATUAL (WS-TX-IDX) TO WS-TAXA-PAINEL.
011330     STRING WS-TAXA-PAINEL ";"
011340         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011350         WITH POINTER WS-PONTEIRO.
011360*-----------------------------------------------------------------
011370 4760-APENDA-VARIACAO.
011380     IF TEM-ANTERIOR
011390        COMPUTE WS-TX-VAR = WS-TX-ATUAL (WS-TX-IDX)
011400            - WS-TX-ANTERIOR (WS-TX-IDX)
011410        MOVE WS-TX-VAR TO WS-VAR-PAINEL
011420        STRING WS-VAR-PAINEL ";"
011430            DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011440            WITH POINTER WS-PONTEIRO
011450     ELSE
011460        STRING ";" DELIMITED BY SIZE INTO WS-PAINEL-LINHA
011470            WITH POINTER WS-PONTEIRO
011480     END-IF.
011490*-----------------------------------------------------------------
011500* PARTE 2 - MEDIA ANUAL POR DISCIPLINA: QUEBRA POR ESCOLA E
011510* DISCIPLINA, UMA COLUNA POR ANO. A REDE SAI NO FIM, COM AS
011520* DISCIPLINAS NA ORDEM EM QUE APARECERAM.
011530*-----------------------------------------------------------------
011540 5000-IMPRIME-MEDIAS.
011550     OPEN INPUT DSCORD-FILE.
011560     IF NOT DSCORD-OK
011570        DISPLAY "ERRO AO ABRIR DSCORD - STATUS "
011580                WS-DSCORD-STATUS
011590        MOVE "S" TO WS-ERRO-FLUXO
011600        MOVE 8 TO RETURN-CODE
011610        GO TO 5000-IMPRIME-MEDIAS-EXIT
011620     END-IF.
011630     PERFORM 5050-MONTA-ANOS-MEDIA
011640         VARYING WS-ANO-IDX FROM 1 BY 1
011650         UNTIL WS-ANO-IDX > 10.
011660     MOVE "N" TO WS-FIM-INDICADOR.
011670     MOVE "N" TO WS-TEM-ESCOLA.
011680     MOVE "N" TO WS-TEM-DISC.
011690     PERFORM 5100-LE-MEDIA THRU 5100-LE-MEDIA-EXIT
011700         UNTIL FIM-INDICADOR.
011710     IF TEM-DISC
011720        PERFORM 5200-FECHA-DISCIPLINA THRU
011730            5200-FECHA-DISCIPLINA-EXIT
011740     END-IF.
011750     CLOSE DSCORD-FILE.
011760     MOVE "PARTE 2 - MEDIA ANUAL POR DISCIPLINA" TO W19C2-PARTE.
011770     MOVE "REDE - TODAS AS ESCOLAS" TO W19C2-ESCOLA.
011780     WRITE RL19-LINHA FROM WS19-CAB-1-LINHA
011790         AFTER ADVANCING PAGE.
011800     WRITE RL19-LINHA FROM WS19-CAB-2-LINHA
011810         AFTER ADVANCING 1 LINE.
011820     IF WS-RDS-QTD = ZEROS
011830        MOVE "NENHUMA MEDIA BIMESTRAL NO ARQANUAL DO PERIODO"
011840            TO W19M-TEXTO
011850        WRITE RL19-LINHA FROM WS19-MSG-LINHA
011860            AFTER ADVANCING 2 LINES
011870        GO TO 5000-IMPRIME-MEDIAS-EXIT
011880     END-IF.
011890     WRITE RL19-LINHA FROM WS19-MED-CAB-LINHA
011900         AFTER ADVANCING 2 LINES.
011910     MOVE ZEROS TO WS-ESCOLA-REL.
011920     MOVE "S" TO WS-IMPRIME-ESCOLA.
011930     PERFORM 5300-IMPRIME-REDE-DISCIPLINA
011940         VARYING WS-RDS-IDX FROM 1 BY 1
011950         UNTIL WS-RDS-IDX > WS-RDS-QTD.
011960 5000-IMPRIME-MEDIAS-EXIT. EXIT.
011970*-----------------------------------------------------------------
011980 5050-MONTA-ANOS-MEDIA.
011990     MOVE SPACES TO W19MC-ANO-ENT (WS-ANO-IDX).
012000     MOVE SPACES TO W19RC-ANO-ENT (WS-ANO-IDX).
012010     IF WS-ANO-IDX NOT > WS-QTD-ANOS
012020        COMPUTE W19MC-ANO (WS-ANO-IDX) =
012030            WS-ANO-INICIAL + WS-ANO-IDX - 1
012040        MOVE W19MC-ANO (WS-ANO-IDX) TO W19RC-ANO (WS-ANO-IDX)
012050     END-IF.
012060*-----------------------------------------------------------------
012070 5100-LE-MEDIA.
012080     READ DSCORD-FILE
012090         AT END
012100            MOVE "S" TO WS-FIM-INDICADOR
012110            GO TO 5100-LE-MEDIA-EXIT
012120     END-READ.
012130     IF TEM-DISC
012140        AND (DR-ESCOLA NOT = WS-ESCOLA-REL
012150             OR DR-DISCIPLINA NOT = WS-DISC-REL)
012160        PERFORM 5200-FECHA-DISCIPLINA THRU
012170            5200-FECHA-DISCIPLINA-EXIT
012180     END-IF.
012190     IF NOT TEM-ESCOLA OR DR-ESCOLA NOT = WS-ESCOLA-REL
012200        PERFORM 5150-ABRE-ESCOLA THRU 5150-ABRE-ESCOLA-EXIT
012210     END-IF.
012220     IF NOT TEM-DISC
012230        MOVE DR-DISCIPLINA TO WS-DISC-REL
012240        MOVE "S" TO WS-TEM-DISC
012250        MOVE ZEROS TO WS-MEDIAS-DISCIPLINA
012260     END-IF.
012270     COMPUTE WS-ANO-IDX = DR-ANO-LETIVO - WS-ANO-INICIAL + 1.
012280     ADD DR-MEDIA TO WS-ME-SOMA (WS-ANO-IDX).
012290     ADD 1 TO WS-ME-QTD (WS-ANO-IDX).
012300 5100-LE-MEDIA-EXIT. EXIT.
012310*-----------------------------------------------------------------
012320 5150-ABRE-ESCOLA.
012330     MOVE DR-ESCOLA TO WS-ESCOLA-REL.
012340     MOVE "S" TO WS-TEM-ESCOLA.
012350     MOVE "N" TO WS-IMPRIME-ESCOLA.
012360     IF WS-ESCOLA-FILTRO = ZEROS
012370        OR WS-ESCOLA-FILTRO = WS-ESCOLA-REL
012380        MOVE "S" TO WS-IMPRIME-ESCOLA
012390     END-IF.
012400     IF NOT IMPRIME-ESCOLA
012410        GO TO 5150-ABRE-ESCOLA-EXIT
012420     END-IF.
012430     MOVE WS-ESCOLA-REL TO WS-ESCOLA-BUSCA.
012440     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
012450     MOVE "PARTE 2 - MEDIA ANUAL POR DISCIPLINA" TO W19C2-PARTE.
012460     MOVE WS-NOME-ESCOLA TO W19C2-ESCOLA.
012470     WRITE RL19-LINHA FROM WS19-CAB-1-LINHA
012480         AFTER ADVANCING PAGE.
012490     WRITE RL19-LINHA FROM WS19-CAB-2-LINHA
012500         AFTER ADVANCING 1 LINE.
012510     WRITE RL19-LINHA FROM WS19-MED-CAB-LINHA
012520         AFTER ADVANCING 2 LINES.
012530 5150-ABRE-ESCOLA-EXIT. EXIT.
012540*-----------------------------------------------------------------
012550* FECHA A DISCIPLINA DA ESCOLA: IMPRIME (SE FOR A ESCOLA PEDIDA)
012560* E SOMA NA DISCIPLINA DA REDE.
012570*-----------------------------------------------------------------
012580 5200-FECHA-DISCIPLINA.
012590     IF IMPRIME-ESCOLA
012600        PERFORM 5500-IMPRIME-DISCIPLINA
012610     END-IF.
012620     MOVE "N" TO WS-RDS-ACHOU.
012630     MOVE 1 TO WS-RDS-IDX.
012640     PERFORM 5250-COMPARA-REDE-DISC THRU
012650         5250-COMPARA-REDE-DISC-EXIT
012660         UNTIL RDS-ACHOU OR WS-RDS-IDX > WS-RDS-QTD.
012670     IF NOT RDS-ACHOU
012680        IF WS-RDS-QTD >= 30
012690           DISPLAY "MAIS DE 30 DISCIPLINAS NA REDE - "
012700                   WS-DISC-REL " FORA DO TOTAL DA REDE"
012710           MOVE "N" TO WS-TEM-DISC
012720           GO TO 5200-FECHA-DISCIPLINA-EXIT
012730        END-IF
012740        ADD 1 TO WS-RDS-QTD
012750        MOVE WS-RDS-QTD TO WS-RDS-IDX
012760        MOVE WS-DISC-REL TO WS-RDS-DISCIPLINA (WS-RDS-IDX)
012770     END-IF.
012780     PERFORM 5260-SOMA-REDE-DISC
012790         VARYING WS-ANO-IDX FROM 1 BY 1
012800         UNTIL WS-ANO-IDX > WS-QTD-ANOS.
012810     MOVE "N" TO WS-TEM-DISC.
012820 5200-FECHA-DISCIPLINA-EXIT. EXIT.
012830*-----------------------------------------------------------------
012840 5250-COMPARA-REDE-DISC.
012850     IF WS-RDS-DISCIPLINA (WS-RDS-IDX) = WS-DISC-REL
012860        MOVE "S" TO WS-RDS-ACHOU
012870     ELSE
012880        ADD 1 TO WS-RDS-IDX
012890     END-IF.
012900 5250-COMPARA-REDE-DISC-EXIT. EXIT.
012910*-----------------------------------------------------------------
012920 5260-SOMA-REDE-DISC.
012930     ADD WS-ME-SOMA (WS-ANO-IDX)
012940         TO WS-RDS-SOMA (WS-RDS-IDX, WS-ANO-IDX).
012950     ADD WS-ME-QTD (WS-ANO-IDX)
012960         TO WS-RDS-QTD-ALU (WS-RDS-IDX, WS-ANO-IDX).
012970*-----------------------------------------------------------------
012980 5300-IMPRIME-REDE-DISCIPLINA.
012990     MOVE WS-RDS-DISCIPLINA (WS-RDS-IDX) TO WS-DISC-REL.
013000     PERFORM 5350-COPIA-REDE-DISC
013010         VARYING WS-ANO-IDX FROM 1 BY 1
013020         UNTIL WS-ANO-IDX > 10.
013030     PERFORM 5500-IMPRIME-DISCIPLINA.
013040*-----------------------------------------------------------------
013050 5350-COPIA-REDE-DISC.
013060     MOVE WS-RDS-SOMA (WS-RDS-IDX, WS-ANO-IDX)
013070         TO WS-ME-SOMA (WS-ANO-IDX).
013080     MOVE WS-RDS-QTD-ALU (WS-RDS-IDX, WS-ANO-IDX)
013090         TO WS-ME-QTD (WS-ANO-IDX).
013100*-----------------------------------------------------------------
013110* LINHA DA DISCIPLINA WS-DISC-REL: A MEDIA DE CADA ANO COM
013120* ALUNOS E A VARIACAO ENTRE O PRIMEIRO E O ULTIMO DESSES ANOS.
013130* CADA ANO COM ALUNOS VAI TAMBEM PARA O PAINEL:
013140* M;ESCOLA;DISCIPLINA;ANO;ALUNOS;MEDIA;
013150*-----------------------------------------------------------------
013160 5500-IMPRIME-DISCIPLINA.
013170     MOVE WS-DISC-REL TO W19MD-DISCIPLINA.
013180     MOVE ZEROS TO WS-PRIMEIRO-IDX.
013190     MOVE ZEROS TO WS-ULTIMO-IDX.
013200     PERFORM 5550-MEDIA-ANO
013210         VARYING WS-ANO-IDX FROM 1 BY 1
013220         UNTIL WS-ANO-IDX > 10.
013230     IF WS-PRIMEIRO-IDX > ZEROS
013240        AND WS-ULTIMO-IDX > WS-PRIMEIRO-IDX
013250        COMPUTE WS-VAR-MEDIA = WS-MEDIA-ULTIMA
013260            - WS-MEDIA-PRIMEIRA
013270        MOVE WS-VAR-MEDIA TO W19MD-VAR
013280     ELSE
013290        MOVE SPACES TO W19MD-VAR-G
013300     END-IF.
013310     WRITE RL19-LINHA FROM WS19-MED-LINHA
013320         AFTER ADVANCING 1 LINE.
013330*-----------------------------------------------------------------
013340 5550-MEDIA-ANO.
013350     MOVE SPACES TO W19MD-ANO-ENT (WS-ANO-IDX).
013360     IF WS-ANO-IDX NOT > WS-QTD-ANOS
013370        AND WS-ME-QTD (WS-ANO-IDX) > ZEROS
013380        DIVIDE WS-ME-SOMA (WS-ANO-IDX) BY WS-ME-QTD (WS-ANO-IDX)
013390            GIVING WS-MEDIA-CALC ROUNDED
013400        MOVE WS-MEDIA-CALC TO W19MD-MEDIA (WS-ANO-IDX)
013410        IF WS-PRIMEIRO-IDX = ZEROS
013420           MOVE WS-ANO-IDX TO WS-PRIMEIRO-IDX
013430           MOVE WS-MEDIA-CALC TO WS-MEDIA-PRIMEIRA
013440        END-IF
013450        MOVE WS-ANO-IDX TO WS-ULTIMO-IDX
013460        MOVE WS-MEDIA-CALC TO WS-MEDIA-ULTIMA
013470        COMPUTE WS-ANO-CORRENTE = WS-ANO-INICIAL + WS-ANO-IDX - 1
013480        MOVE WS-MEDIA-CALC TO WS-MEDIA-PAINEL
013490        MOVE SPACES TO WS-PAINEL-LINHA
013500        MOVE 1 TO WS-PONTEIRO
013510        STRING "M;" WS-ESCOLA-REL ";" WS-DISC-REL ";"
013520            WS-ANO-CORRENTE ";" WS-ME-QTD (WS-ANO-IDX) ";"
013530            WS-MEDIA-PAINEL ";"
013540            DELIMITED BY SIZE INTO WS-PAINEL-LINHA
013550            WITH POINTER WS-PONTEIRO
013560        PERFORM 7100-GRAVA-PAINEL
013570     END-IF.
013580*-----------------------------------------------------------------
013590* PARTE 3 - RETIDOS EM ANOS SEGUIDOS: SEGUE CADA MATRICULA PELOS
013600* ANOS DO PERIODO (EM QUALQUER ESCOLA DA REDE). LISTA OS ALUNOS
013610* COM DUAS OU MAIS RETENCOES SEGUIDAS (A MAIOR SEQUENCIA, NA
013620* ESCOLA DA ULTIMA RETENCAO DELA) E RESUME POR ESCOLA E ANO OS
013630* RETIDOS QUE JA TINHAM SIDO RETIDOS NO ANO ANTERIOR.
013640*-----------------------------------------------------------------
013650 6000-IMPRIME-RETENCOES.
013660     OPEN INPUT RETORD-FILE.
013670     IF NOT RETORD-OK
013680        DISPLAY "ERRO AO ABRIR RETORD - STATUS "
013690                WS-RETORD-STATUS
013700        MOVE "S" TO WS-ERRO-FLUXO
013710        MOVE 8 TO RETURN-CODE
013720        GO TO 6000-IMPRIME-RETENCOES-EXIT
013730     END-IF.
013740     MOVE "PARTE 3 - RETIDOS EM ANOS SEGUIDOS" TO W19C2-PARTE.
013750     IF WS-ESCOLA-FILTRO = ZEROS
013760        MOVE "TODAS AS ESCOLAS" TO W19C2-ESCOLA
013770     ELSE
013780        MOVE WS-ESCOLA-FILTRO TO WS-ESCOLA-BUSCA
013790        PERFORM 9100-PROCURA-ESCOLA THRU
013800            9100-PROCURA-ESCOLA-EXIT
013810        MOVE WS-NOME-ESCOLA TO W19C2-ESCOLA
013820     END-IF.
013830     WRITE RL19-LINHA FROM WS19-CAB-1-LINHA
013840         AFTER ADVANCING PAGE.
013850     WRITE RL19-LINHA FROM WS19-CAB-2-LINHA
013860         AFTER ADVANCING 1 LINE.
013870     WRITE RL19-LINHA FROM WS19-RET-CAB-LINHA
013880         AFTER ADVANCING 2 LINES.
013890     MOVE "N" TO WS-FIM-INDICADOR.
013900     MOVE "N" TO WS-TEM-MATRICULA.
013910     PERFORM 6100-LE-RETENCAO THRU 6100-LE-RETENCAO-EXIT
013920         UNTIL FIM-INDICADOR.
013930     IF TEM-MATRICULA
013940        PERFORM 6200-FECHA-MATRICULA THRU
013950            6200-FECHA-MATRICULA-EXIT
013960     END-IF.
013970     CLOSE RETORD-FILE.
013980     IF WS-TOT-RET-LISTADOS = ZEROS
013990        MOVE "NENHUM ALUNO RETIDO EM ANOS SEGUIDOS NO PERIODO"
014000            TO W19M-TEXTO
014010        WRITE RL19-LINHA FROM WS19-MSG-LINHA
014020            AFTER ADVANCING 1 LINE
014030     END-IF.
014040     MOVE "RETIDOS QUE JA TINHAM SIDO RETIDOS NO ANO ANTERIOR"
014050         TO W19M-TEXTO.
014060     WRITE RL19-LINHA FROM WS19-MSG-LINHA
014070         AFTER ADVANCING 3 LINES.
014080     WRITE RL19-LINHA FROM WS19-RES-CAB-LINHA
014090         AFTER ADVANCING 2 LINES.
014100     PERFORM 6500-IMPRIME-ESCOLA-RET THRU
014110         6500-IMPRIME-ESCOLA-RET-EXIT
014120         VARYING WS-ESCOLA-COD FROM 1 BY 1
014130         UNTIL WS-ESCOLA-COD > 99.
014140     MOVE "REDE" TO W19S-ESCOLA.
014150     PERFORM 6600-MOVE-ANO-REDE
014160         VARYING WS-ANO-IDX FROM 1 BY 1
014170         UNTIL WS-ANO-IDX > 10.
014180     MOVE WS-RCR-ALUNOS TO W19S-ALUNOS.
014190     WRITE RL19-LINHA FROM WS19-RES-LINHA
014200         AFTER ADVANCING 2 LINES.
014210     MOVE ZEROS TO WS-ESCOLA-REL.
014220     PERFORM 6700-GRAVA-PAINEL-RETENCAO.
014230 6000-IMPRIME-RETENCOES-EXIT. EXIT.
014240*-----------------------------------------------------------------
014250 6100-LE-RETENCAO.
014260     READ RETORD-FILE
014270         AT END
014280            MOVE "S" TO WS-FIM-INDICADOR
014290            GO TO 6100-LE-RETENCAO-EXIT
014300     END-READ.
014310     IF TEM-MATRICULA AND TR-MATRICULA NOT = WS-RT-MATRICULA
014320        PERFORM 6200-FECHA-MATRICULA THRU
014330            6200-FECHA-MATRICULA-EXIT
014340     END-IF.
014350     IF NOT TEM-MATRICULA
014360        MOVE "S"           TO WS-TEM-MATRICULA
014370        MOVE TR-MATRICULA  TO WS-RT-MATRICULA
014380        MOVE TR-NOME-ALUNO TO WS-RT-NOME
014390        MOVE ZEROS         TO WS-RT-ANO-ANT
014400        MOVE SPACE         TO WS-RT-SIT-ANT
014410        MOVE ZEROS         TO WS-RT-CORRIDA
014420        MOVE ZEROS         TO WS-RT-MAIOR
014430     END-IF.
014440     IF TR-SITUACAO = "R"
014450        IF WS-RT-SIT-ANT = "R"
014460           AND TR-ANO-LETIVO = WS-RT-ANO-ANT + 1
014470           ADD 1 TO WS-RT-CORRIDA
014480        ELSE
014490           MOVE 1 TO WS-RT-CORRIDA
014500           MOVE TR-ANO-LETIVO TO WS-RT-INI-CORRIDA
014510        END-IF
014520        IF WS-RT-CORRIDA > 1
014530           PERFORM 6300-CONTA-REPETICAO THRU
014540               6300-CONTA-REPETICAO-EXIT
014550        END-IF
014560        IF WS-RT-CORRIDA > WS-RT-MAIOR
014570           MOVE WS-RT-CORRIDA     TO WS-RT-MAIOR
014580           MOVE WS-RT-INI-CORRIDA TO WS-RT-MAIOR-INI
014590           MOVE TR-ANO-LETIVO     TO WS-RT-MAIOR-FIM
014600           MOVE TR-ESCOLA         TO WS-RT-ESCOLA
014610        END-IF
014620     ELSE
014630        MOVE ZEROS TO WS-RT-CORRIDA
014640     END-IF.
014650     MOVE TR-ANO-LETIVO TO WS-RT-ANO-ANT.
014660     MOVE TR-SITUACAO   TO WS-RT-SIT-ANT.
014670 6100-LE-RETENCAO-EXIT. EXIT.
014680*-----------------------------------------------------------------
014690* FECHA A MATRICULA: COM DUAS OU MAIS RETENCOES SEGUIDAS, CONTA O
014700* ALUNO NA ESCOLA DA ULTIMA RETENCAO DA MAIOR SEQUENCIA E NA
014710* REDE, E O LISTA SE FOR DA ESCOLA PEDIDA.
014720*-----------------------------------------------------------------
014730 6200-FECHA-MATRICULA.
014740     MOVE "N" TO WS-TEM-MATRICULA.
014750     IF WS-RT-MAIOR < 2
014760        GO TO 6200-FECHA-MATRICULA-EXIT
014770     END-IF.
014780     ADD 1 TO WS-RCR-ALUNOS.
014790     MOVE WS-RT-ESCOLA TO WS-RT-ESCOLA-BUSCA.
014800     PERFORM 6400-PROCURA-ESCOLA-RET THRU
014810         6400-PROCURA-ESCOLA-RET-EXIT.
014820     IF RCE-ACHOU
014830        ADD 1 TO WS-RCE-ALUNOS (WS-RCE-IDX)
014840     END-IF.
014850     IF WS-ESCOLA-FILTRO NOT = ZEROS
014860        AND WS-ESCOLA-FILTRO NOT = WS-RT-ESCOLA
014870        GO TO 6200-FECHA-MATRICULA-EXIT
014880     END-IF.
014890     ADD 1 TO WS-TOT-RET-LISTADOS.
014900     MOVE WS-RT-MATRICULA TO W19R-MATRICULA.
014910     MOVE WS-RT-NOME      TO W19R-NOME.
014920     MOVE WS-RT-ESCOLA    TO W19R-ESCOLA.
014930     MOVE WS-RT-MAIOR     TO W19R-QTD-ANOS.
014940     MOVE WS-RT-MAIOR-INI TO W19R-ANO-INI.
014950     MOVE WS-RT-MAIOR-FIM TO W19R-ANO-FIM.
014960     WRITE RL19-LINHA FROM WS19-RET-LINHA
014970         AFTER ADVANCING 1 LINE.
014980 6200-FECHA-MATRICULA-EXIT. EXIT.
014990*-----------------------------------------------------------------
015000 6300-CONTA-REPETICAO.
015010     COMPUTE WS-ANO-IDX = TR-ANO-LETIVO - WS-ANO-INICIAL + 1.
015020     ADD 1 TO WS-RCR-QTD-ANO (WS-ANO-IDX).
015030     MOVE TR-ESCOLA TO WS-RT-ESCOLA-BUSCA.
015040     PERFORM 6400-PROCURA-ESCOLA-RET THRU
015050         6400-PROCURA-ESCOLA-RET-EXIT.
015060     IF NOT RCE-ACHOU
015070        GO TO 6300-CONTA-REPETICAO-EXIT
015080     END-IF.
015090     ADD 1 TO WS-RCE-QTD-ANO (WS-RCE-IDX, WS-ANO-IDX).
015100 6300-CONTA-REPETICAO-EXIT. EXIT.
015110*-----------------------------------------------------------------
015120* ACHA (OU ABRE) A ESCOLA WS-RT-ESCOLA-BUSCA NA TABELA DE
015130* RETENCOES; TABELA CHEIA FICA SO NO TOTAL DA REDE.
015140*-----------------------------------------------------------------
015150 6400-PROCURA-ESCOLA-RET.
015160     MOVE "N" TO WS-RCE-ACHOU.
015170     MOVE 1 TO WS-RCE-IDX.
015180     PERFORM 6450-COMPARA-ESCOLA-RET THRU
015190         6450-COMPARA-ESCOLA-RET-EXIT
015200         UNTIL RCE-ACHOU OR WS-RCE-IDX > WS-RCE-QTD.
015210     IF RCE-ACHOU
015220        GO TO 6400-PROCURA-ESCOLA-RET-EXIT
015230     END-IF.
015240     IF WS-RCE-QTD >= 10
015250        DISPLAY "MAIS DE 10 ESCOLAS NAS RETENCOES - ESCOLA "
015260                WS-RT-ESCOLA-BUSCA " SO NO TOTAL DA REDE"
015270        GO TO 6400-PROCURA-ESCOLA-RET-EXIT
015280     END-IF.
015290     ADD 1 TO WS-RCE-QTD.
015300     MOVE WS-RCE-QTD TO WS-RCE-IDX.
015310     MOVE WS-RT-ESCOLA-BUSCA TO WS-RCE-ESCOLA (WS-RCE-IDX).
015320     MOVE "S" TO WS-RCE-ACHOU.
015330 6400-PROCURA-ESCOLA-RET-EXIT. EXIT.
015340*-----------------------------------------------------------------
015350 6450-COMPARA-ESCOLA-RET.
015360     IF WS-RCE-ESCOLA (WS-RCE-IDX) = WS-RT-ESCOLA-BUSCA
015370        MOVE "S" TO WS-RCE-ACHOU
015380     ELSE
015390        ADD 1 TO WS-RCE-IDX
015400     END-IF.
015410 6450-COMPARA-ESCOLA-RET-EXIT. EXIT.
015420*-----------------------------------------------------------------
015430* RESUMO DA ESCOLA WS-ESCOLA-COD (EM ORDEM DE CODIGO), SE ELA TEVE
015440* RETENCOES SEGUIDAS E FOR A ESCOLA PEDIDA
015450*-----------------------------------------------------------------
015460 6500-IMPRIME-ESCOLA-RET.
015470     IF WS-ESCOLA-FILTRO NOT = ZEROS
015480        AND WS-ESCOLA-FILTRO NOT = WS-ESCOLA-COD
015490        GO TO 6500-IMPRIME-ESCOLA-RET-EXIT
015500     END-IF.
015510     MOVE WS-ESCOLA-COD TO WS-RT-ESCOLA-BUSCA.
015520     MOVE "N" TO WS-RCE-ACHOU.
015530     MOVE 1 TO WS-RCE-IDX.
015540     PERFORM 6450-COMPARA-ESCOLA-RET THRU
015550         6450-COMPARA-ESCOLA-RET-EXIT
015560         UNTIL RCE-ACHOU OR WS-RCE-IDX > WS-RCE-QTD.
015570     IF NOT RCE-ACHOU
015580        GO TO 6500-IMPRIME-ESCOLA-RET-EXIT
015590     END-IF.
015600     MOVE WS-ESCOLA-COD TO WS-ESCOLA-BUSCA.
015610     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
015620     MOVE WS-NOME-ESCOLA TO W19S-ESCOLA.
015630     PERFORM 6550-MOVE-ANO-ESCOLA
015640         VARYING WS-ANO-IDX FROM 1 BY 1
015650         UNTIL WS-ANO-IDX > 10.
015660     MOVE WS-RCE-ALUNOS (WS-RCE-IDX) TO W19S-ALUNOS.
015670     WRITE RL19-LINHA FROM WS19-RES-LINHA
015680         AFTER ADVANCING 1 LINE.
015690     MOVE WS-ESCOLA-COD TO WS-ESCOLA-REL.
015700     PERFORM 6700-GRAVA-PAINEL-RETENCAO.
015710 6500-IMPRIME-ESCOLA-RET-EXIT. EXIT.
015720*-----------------------------------------------------------------
015730 6550-MOVE-ANO-ESCOLA.
015740     MOVE SPACES TO W19S-ANO-ENT (WS-ANO-IDX).
015750     IF WS-ANO-IDX NOT > WS-QTD-ANOS
015760        MOVE WS-RCE-QTD-ANO (WS-RCE-IDX, WS-ANO-IDX)
015770            TO W19S-QTD (WS-ANO-IDX)
015780     END-IF.
015790*-----------------------------------------------------------------
015800 6600-MOVE-ANO-REDE.
015810     MOVE SPACES TO W19S-ANO-ENT (WS-ANO-IDX).
015820     IF WS-ANO-IDX NOT > WS-QTD-ANOS
015830        MOVE WS-RCR-QTD-ANO (WS-ANO-IDX)
015840            TO W19S-QTD (WS-ANO-IDX)
015850     END-IF.
015860*-----------------------------------------------------------------
015870* C;ESCOLA;ANO;RETIDOS-DE-NOVO; POR ANO E S;ESCOLA;ALUNOS; DA
015880* ESCOLA WS-ESCOLA-REL (ENTRADA WS-RCE-IDX) OU DA REDE (00)
015890*-----------------------------------------------------------------
015900 6700-GRAVA-PAINEL-RETENCAO.
015910     PERFORM 6750-GRAVA-PAINEL-ANO-RET
015920         VARYING WS-ANO-IDX FROM 1 BY 1
015930         UNTIL WS-ANO-IDX > WS-QTD-ANOS.
015940     IF WS-ESCOLA-REL = ZEROS
015950        MOVE WS-RCR-ALUNOS TO WS-QTD-PAINEL
015960     ELSE
015970        MOVE WS-RCE-ALUNOS (WS-RCE-IDX) TO WS-QTD-PAINEL
015980     END-IF.
015990     MOVE SPACES TO WS-PAINEL-LINHA.
016000     MOVE 1 TO WS-PONTEIRO.
016010     STRING "S;" WS-ESCOLA-REL ";" WS-QTD-PAINEL ";"
016020         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
016030         WITH POINTER WS-PONTEIRO.
016040     PERFORM 7100-GRAVA-PAINEL.
016050*-----------------------------------------------------------------
016060 6750-GRAVA-PAINEL-ANO-RET.
016070     IF WS-ESCOLA-REL = ZEROS
016080        MOVE WS-RCR-QTD-ANO (WS-ANO-IDX) TO WS-QTD-PAINEL
016090     ELSE
016100        MOVE WS-RCE-QTD-ANO (WS-RCE-IDX, WS-ANO-IDX)
016110            TO WS-QTD-PAINEL
016120     END-IF.
016130     COMPUTE WS-ANO-CORRENTE = WS-ANO-INICIAL + WS-ANO-IDX - 1.
016140     MOVE SPACES TO WS-PAINEL-LINHA.
016150     MOVE 1 TO WS-PONTEIRO.
016160     STRING "C;" WS-ESCOLA-REL ";" WS-ANO-CORRENTE ";"
016170         WS-QTD-PAINEL ";"
016180         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
016190         WITH POINTER WS-PONTEIRO.
016200     PERFORM 7100-GRAVA-PAINEL.
016210*-----------------------------------------------------------------
016220* APENDA WS-TRIM-TEXTO (ATE WS-TRIM-TAM POSICOES) SEM OS BRANCOS
016230* A DIREITA, SEGUIDO DO DELIMITADOR.
016240*-----------------------------------------------------------------
016250 7000-APENDA-TEXTO.
016260     PERFORM 7050-ACHA-TAMANHO THRU 7050-ACHA-TAMANHO-EXIT.
016270     IF WS-TRIM-TAM = ZEROS
016280        STRING ";" DELIMITED BY SIZE INTO WS-PAINEL-LINHA
016290            WITH POINTER WS-PONTEIRO
016300        GO TO 7000-APENDA-TEXTO-EXIT
016310     END-IF.
016320     STRING WS-TRIM-TEXTO (1:WS-TRIM-TAM) ";"
016330         DELIMITED BY SIZE INTO WS-PAINEL-LINHA
016340         WITH POINTER WS-PONTEIRO.
016350 7000-APENDA-TEXTO-EXIT. EXIT.
016360*-----------------------------------------------------------------
016370 7050-ACHA-TAMANHO.
016380     MOVE WS-TRIM-TAM TO WS-TRIM-SUB.
016390     PERFORM 7060-RECUA-BRANCO THRU 7060-RECUA-BRANCO-EXIT
016400         UNTIL WS-TRIM-SUB = ZEROS
016410         OR WS-TRIM-TEXTO (WS-TRIM-SUB:1) NOT = SPACE.
016420     MOVE WS-TRIM-SUB TO WS-TRIM-TAM.
016430 7050-ACHA-TAMANHO-EXIT. EXIT.
016440*-----------------------------------------------------------------
016450 7060-RECUA-BRANCO.
016460     SUBTRACT 1 FROM WS-TRIM-SUB.
016470 7060-RECUA-BRANCO-EXIT. EXIT.
016480*-----------------------------------------------------------------
016490 7100-GRAVA-PAINEL.
016500     WRITE PN-LINHA FROM WS-PAINEL-LINHA.
016510     ADD 1 TO WS-TOT-PAINEL.
016520*-----------------------------------------------------------------
016530 8000-FINALIZA.
016540     IF SAIDAS-ABERTAS
016550        MOVE SPACES TO WS-PAINEL-LINHA
016560        MOVE 1 TO WS-PONTEIRO
016570        STRING "T;" WS-TOT-PAINEL ";"
016580            DELIMITED BY SIZE INTO WS-PAINEL-LINHA
016590            WITH POINTER WS-PONTEIRO
016600        WRITE PN-LINHA FROM WS-PAINEL-LINHA
016610        CLOSE RELFLX-FILE
016620        CLOSE PAINEL-FILE
016630     END-IF.
016640     IF NOT ERRO-FLUXO
016650        DISPLAY "ALUNOS/ANO COM SITUACAO ANUAL.: "
016660                WS-TOT-ALUNOS-ANO
016670        DISPLAY "ALUNOS/ANO SEM SITUACAO ANUAL.: "
016680                WS-TOT-SEM-ANUAL
016690        DISPLAY "RETIDOS EM ANOS SEGUIDOS......: "
016700                WS-RCR-ALUNOS
016710        DISPLAY "REGISTROS GRAVADOS NO PAINEL..: "
016720                WS-TOT-PAINEL
016730     END-IF.
016740     IF WS-TOT-SIT-INVALIDA > ZEROS
016750        DISPLAY "SITUACAO ANUAL DESCONHECIDA IGNORADA: "
016760                WS-TOT-SIT-INVALIDA
016770     END-IF.
016780     IF WS-TOT-SEM-SERIE > ZEROS
016790        DISPLAY "ALUNOS/ANO SEM TURMA VALIDA (SERIE NAO INF.): "
016800                WS-TOT-SEM-SERIE
016810     END-IF.
016820     IF WS-TOT-DISC-EXCEDE > ZEROS
016830        DISPLAY "MEDIAS ALEM DE 15 DISCIPLINAS POR ALUNO "
016840                "IGNORADAS: " WS-TOT-DISC-EXCEDE
016850     END-IF.
016860     DISPLAY "FIM DO PROGRAMA27".
016870*-----------------------------------------------------------------
016880* NOME DA ESCOLA WS-ESCOLA-BUSCA, DO CADASTRO ESCOLAS; ESCOLA
016890* SEM CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME
016900*-----------------------------------------------------------------
016910 9100-PROCURA-ESCOLA.
016920     MOVE "N" TO WS-ESCT-ACHOU.
016930     MOVE 1 TO WS-ESCT-IDX.
016940     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
016950         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
016960     IF ESCT-ACHOU
016970        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
016980     ELSE
016990        MOVE SPACES TO WS-NOME-ESCOLA
017000        STRING "ESCOLA " WS-ESCOLA-BUSCA
017010            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
017020     END-IF.
017030 9100-PROCURA-ESCOLA-EXIT. EXIT.
017040*-----------------------------------------------------------------
017050 9150-COMPARA-ESCOLA.
017060     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-BUSCA
017070        MOVE "S" TO WS-ESCT-ACHOU
017080     ELSE
017090        ADD 1 TO WS-ESCT-IDX
017100     END-IF.
017110 9150-COMPARA-ESCOLA-EXIT. EXIT.
017120*-----------------------------------------------------------------
017130 END PROGRAM PROGRAMA27.
