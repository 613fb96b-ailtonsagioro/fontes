000870*                   CADASTRO ESCOLAS E RODAPE POR ESCOLA),
000880*                   CONSOLIDADO DA REDE NO FIM, E O CODIGO DA
000890*                   ESCOLA CARREGADO PARA O MATRANUAL.
000900*   2026-10-15 JAS  PROGRESSAO PARCIAL (DEPENDENCIA): CADA
000910*                   DISCIPLINA REPROVADA DO ALUNO GERA UMA
000920*                   ENTRADA NO CADASTRO INDEXADO DEPENDENCIA
000930*                   (MATRICULA + DISCIPLINA + ANO DE ORIGEM) -
000940*                   ABERTA ("A") SE O ALUNO FOR PROMOVIDO,
000950*                   "R" SE FICAR RETIDO (A RECUPERACAO E O
000960*                   CONSELHO PODEM ABRI-LA DEPOIS). ALUNO COM
000970*                   DEPENDENCIA AINDA ABERTA DE ANO ANTERIOR
000980*                   NAO E PROMOVIDO: SAI RETIDO-DEP. UMA
000990*                   RERODADA DESFAZ AS ENTRADAS DO ANO DAS
001000*                   DISCIPLINAS QUE DEIXARAM DE SER REPROVADAS.
001010*   2026-10-15 JAS  SEM O CADASTRO DE DEPENDENCIAS A APURACAO
001020*                   PARA ANTES DE ABRIR RELANUAL E MATRANUAL,
001030*                   QUE FICAM COMO ESTAVAM.
001040*   2026-10-15 JAS  UM EVENTO "R" DO RUNCTL (RESTAURACAO DE COPIA
001050*                   PELO PROGRAMA22) ANULA A CONCILIACAO
001060*                   DO PROGRAMA04 ANTERIOR DO MESMO ANO.
001070******************************************************************
001080 IDENTIFICATION DIVISION.
001090 PROGRAM-ID. PROGRAMA02.
001100 ENVIRONMENT DIVISION.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT HIST-FILE ASSIGN TO HISTBIM
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-HIST-STATUS.
001160     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
001170     SELECT HISTORD-FILE ASSIGN TO HISTORD
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-HISTORD-STATUS.
001200     SELECT PARM-FILE ASSIGN TO PARAMETROS
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-PARM-STATUS.
001230     SELECT RELANUAL-FILE ASSIGN TO RELANUAL
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-RELANUAL-STATUS.
001260     SELECT MATAN-FILE ASSIGN TO MATRANUAL
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-MATAN-STATUS.
001290     SELECT FREQ-FILE ASSIGN TO FREQUENCIA
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-FREQ-STATUS.
001320     SELECT MOV-FILE ASSIGN TO MOVIMENTO
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-MOV-STATUS.
001350     SELECT ESC-FILE ASSIGN TO ESCOLAS
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-ESCOLAS-STATUS.
001380     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-RUNCTL-STATUS.
001410     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-AUDIT-STATUS.
001440     SELECT MEDEX-FILE ASSIGN TO MEDIAEXT
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-MEDEX-STATUS.
001470     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS DP-CHAVE
001510         FILE STATUS IS WS-DEP-STATUS.
001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  HIST-FILE
001550     RECORD CONTAINS 55 CHARACTERS.
001560     COPY HISTREC.
001570 SD  SORT-WORK-FILE.
001580 01  SORT-REC.
001590     05  SR-ANO-LETIVO         PIC 9(04).
001600     05  SR-MATRICULA          PIC 9(05).
001610     05  SR-NOME-ALUNO         PIC X(15).
001620     05  SR-TURMA              PIC X(10).
001630     05  SR-DISCIPLINA         PIC X(03).
001640     05  SR-BIMESTRE           PIC 9(01).
001650     05  SR-NOTAS              PIC X(12).
001660     05  SR-MEDIA-BIM          PIC 9(02)V9(01).
001670     05  SR-ESCOLA             PIC 9(02).
001680 FD  HISTORD-FILE
001690     RECORD CONTAINS 55 CHARACTERS.
001700 01  HO-REC.
001710     05  HO-ANO-LETIVO         PIC 9(04).
001720     05  HO-MATRICULA          PIC 9(05).
001730     05  HO-NOME-ALUNO         PIC X(15).
001740     05  HO-TURMA              PIC X(10).
001750     05  HO-DISCIPLINA         PIC X(03).
001760     05  HO-BIMESTRE           PIC 9(01).
001770     05  HO-NOTAS              PIC X(12).
001780     05  HO-MEDIA-BIM          PIC 9(02)V9(01).
001790     05  HO-ESCOLA             PIC 9(02).
001800 FD  PARM-FILE
001810     RECORD CONTAINS 34 CHARACTERS.
001820     COPY PARMREC.
001830 FD  RELANUAL-FILE
001840     RECORD CONTAINS 132 CHARACTERS.
001850 01  RL2-LINHA                 PIC X(132).
001860 FD  MATAN-FILE
001870     RECORD CONTAINS 35 CHARACTERS.
001880     COPY MATANOREC.
001890 FD  FREQ-FILE
001900     RECORD CONTAINS 12 CHARACTERS.
001910     COPY FREQREC.
001920 FD  MOV-FILE
001930     RECORD CONTAINS 42 CHARACTERS.
001940     COPY MOVREC.
001950 FD  ESC-FILE
001960     RECORD CONTAINS 32 CHARACTERS.
001970     COPY ESCREC.
001980 FD  RUNCTL-FILE
001990     RECORD CONTAINS 36 CHARACTERS.
002000     COPY RUNREC.
002010 FD  AUDIT-FILE
002020     RECORD CONTAINS 113 CHARACTERS.
002030 01  AU-LINHA                 PIC X(113).
002040 FD  MEDEX-FILE
002050     RECORD CONTAINS 12 CHARACTERS.
002060     COPY MEDEXREC.
002070 FD  DEP-FILE
002080     RECORD CONTAINS 63 CHARACTERS.
002090     COPY DEPREC.
002100 WORKING-STORAGE SECTION.
002110*-----------------------------------------------------------------
002120* CHAVES E CONTADORES DE CONTROLE
002130*-----------------------------------------------------------------
002140 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
002150     88  HIST-OK                     VALUE "00".
002160 77  WS-HISTORD-STATUS     PIC X(02) VALUE "00".
002170     88  HISTORD-OK                  VALUE "00".
002180 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
002190     88  PARM-OK                     VALUE "00".
002200 77  WS-RELANUAL-STATUS    PIC X(02) VALUE "00".
002210     88  RELANUAL-OK                 VALUE "00".
002220 77  WS-MATAN-STATUS       PIC X(02) VALUE "00".
002230     88  MATAN-OK                    VALUE "00".
002240 77  WS-FREQ-STATUS        PIC X(02) VALUE "00".
002250     88  FREQ-OK                     VALUE "00".
002260 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
002270     88  MOV-OK                      VALUE "00".
002280 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002290     88  RUNCTL-OK                   VALUE "00".
002300 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
002310     88  AUDIT-OK                    VALUE "00".
002320 77  WS-MEDEX-STATUS       PIC X(02) VALUE "00".
002330     88  MEDEX-OK                    VALUE "00".
002340 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
002350     88  DEP-OK                      VALUE "00".
002360     88  DEP-SEM-ARQUIVO             VALUE "35".
002370 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
002380     88  FIM-ARQUIVO                 VALUE "S".
002390 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
002400 77  WS-MAX-REPROVA        PIC 9(02) VALUE ZEROS.
002410 77  WS-FREQ-MINIMA        PIC 9(03) VALUE 075.
002420 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
002430 77  WS-TOT-OUTROS-ANOS    PIC 9(05) VALUE ZEROS.
002440 77  WS-TOT-ALUNOS         PIC 9(03) VALUE ZEROS.
002450 77  WS-TOT-PROMOVIDO      PIC 9(03) VALUE ZEROS.
002460 77  WS-TOT-RETIDO         PIC 9(03) VALUE ZEROS.
002470 77  WS-TOT-INCOMPL        PIC 9(03) VALUE ZEROS.
002480 77  WS-TOT-TRANSF         PIC 9(03) VALUE ZEROS.
002490*-----------------------------------------------------------------
002500* QUEBRA DE CONTROLE EM DOIS NIVEIS (ALUNO E, DENTRO DO ALUNO,
002510* DISCIPLINA) E ACUMULADORES DOS 4 BIMESTRES DA DISCIPLINA
002520*-----------------------------------------------------------------
002530 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
002540 77  WS-NOME-ATUAL         PIC X(15) VALUE SPACES.
002550 77  WS-TURMA-ATUAL        PIC X(10) VALUE SPACES.
002560 77  WS-DISC-ATUAL         PIC X(03) VALUE SPACES.
002570*-----------------------------------------------------------------
002580* QUEBRA DE CONTROLE POR ESCOLA, ACIMA DA DE ALUNO: OS
002590* CONTADORES WS-TOT-* PASSAM A SER DA ESCOLA CORRENTE E OS
002600* WS-RED-* ACUMULAM O CONSOLIDADO DA REDE. O NOME DA ESCOLA DO
002610* CABECALHO VEM DO CADASTRO ESCOLAS.
002620*-----------------------------------------------------------------
002630 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
002640 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
002650     88  TEM-ESCOLA                  VALUE "S".
002660 77  WS-RED-ALUNOS         PIC 9(05) VALUE ZEROS.
002670 77  WS-RED-PROMOVIDO      PIC 9(05) VALUE ZEROS.
002680 77  WS-RED-RETIDO         PIC 9(05) VALUE ZEROS.
002690 77  WS-RED-INCOMPL        PIC 9(05) VALUE ZEROS.
002700 77  WS-RED-TRANSF         PIC 9(05) VALUE ZEROS.
002710 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002720     88  ESCOLAS-OK                  VALUE "00".
002730 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
002740     88  FIM-ESCOLAS                 VALUE "S".
002750 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
002760 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
002770 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
002780     88  ESCT-ACHOU                  VALUE "S".
002790 01  WS-ESCOLAS-TABELA.
002800     05  WS-ESCT-ENT OCCURS 10 TIMES.
002810         10  WS-ESCT-CODIGO    PIC 9(02).
002820         10  WS-ESCT-NOME      PIC X(30).
002830 77  WS-MEDIA-B1           PIC 9(02)V9(01) VALUE ZEROS.
002840 77  WS-MEDIA-B2           PIC 9(02)V9(01) VALUE ZEROS.
002850 77  WS-MEDIA-B3           PIC 9(02)V9(01) VALUE ZEROS.
002860 77  WS-MEDIA-B4           PIC 9(02)V9(01) VALUE ZEROS.
002870 77  WS-TEM-B1             PIC X(01) VALUE "N".
002880     88  TEM-B1                      VALUE "S".
002890 77  WS-TEM-B2             PIC X(01) VALUE "N".
002900     88  TEM-B2                      VALUE "S".
002910 77  WS-TEM-B3             PIC X(01) VALUE "N".
002920     88  TEM-B3                      VALUE "S".
002930 77  WS-TEM-B4             PIC X(01) VALUE "N".
002940     88  TEM-B4                      VALUE "S".
002950 77  WS-MEDIA-ANUAL        PIC 9(02)V9(01) VALUE ZEROS.
002960 77  WS-SITUACAO-ANUAL     PIC X(11).
002970 77  WS-SITUACAO-DISC      PIC X(11).
002980*-----------------------------------------------------------------
002990* ACUMULADORES DO NIVEL ALUNO: QUANTAS DISCIPLINAS FECHOU,
003000* QUANTAS REPROVOU, QUANTAS FICARAM INCOMPLETAS E A SOMA DAS
003010* MEDIAS ANUAIS PARA A MEDIA GERAL DO ALUNO.
003020*-----------------------------------------------------------------
003030 77  WS-QTD-DISC           PIC 9(02) VALUE ZEROS.
003040 77  WS-QTD-REPROVA        PIC 9(02) VALUE ZEROS.
003050 77  WS-QTD-INCOMPL        PIC 9(02) VALUE ZEROS.
003060 77  WS-SOMA-ANUAL         PIC 9(04)V9(01) VALUE ZEROS.
003070 77  WS-MEDIA-GERAL        PIC 9(02)V9(01) VALUE ZEROS.
003080 77  WS-SOMA-PARCIAL       PIC 9(03)V9(01) VALUE ZEROS.
003090 77  WS-QTD-PARCIAL        PIC 9(01) VALUE ZEROS.
003100*-----------------------------------------------------------------
003110* TABELA DE FREQUENCIA POR ALUNO, CARREGADA DO ARQUIVO
003120* FREQUENCIA NA INICIALIZACAO: AULAS DADAS E FALTAS ACUMULADAS
003130* DOS BIMESTRES. O PERCENTUAL ANUAL DO ALUNO E APURADO NO
003140* FECHAMENTO; ALUNO SEM APONTAMENTO DE FREQUENCIA E TRATADO
003150* COMO 100 POR CENTO (NAO HA FALTAS REGISTRADAS).
003160*-----------------------------------------------------------------
003170 77  WS-FRQ-QTD            PIC 9(03) VALUE ZEROS.
003180 77  WS-FRQ-IDX            PIC 9(03) VALUE ZEROS.
003190 77  WS-FRQ-ACHOU          PIC X(01) VALUE "N".
003200     88  FRQ-ACHOU                   VALUE "S".
003210 77  WS-FIM-FREQ           PIC X(01) VALUE "N".
003220     88  FIM-FREQ                    VALUE "S".
003230 77  WS-FREQ-PERC          PIC 9(03) VALUE ZEROS.
003240 77  WS-FRQ-BUSCA          PIC 9(05) VALUE ZEROS.
003250 01  WS-FREQ-TABELA.
003260     05  WS-FRQ-ENT OCCURS 500 TIMES.
003270         10  WS-FRQ-MATRICULA  PIC 9(05).
003280         10  WS-FRQ-AULAS      PIC 9(04).
003290         10  WS-FRQ-FALTAS     PIC 9(04).
003300*-----------------------------------------------------------------
003310* TABELA DA MOVIMENTACAO DE ALUNOS, CARREGADA DO ARQUIVO
003320* MOVIMENTO NA INICIALIZACAO: ENTRADA E/OU SAIDA POR MATRICULA,
003330* COM O BIMESTRE DO EVENTO. WS-ALUNO-ENTRADA/SAIDA GUARDAM A
003340* MOVIMENTACAO DO ALUNO DA QUEBRA CORRENTE.
003350*-----------------------------------------------------------------
003360 77  WS-MOV-QTD            PIC 9(03) VALUE ZEROS.
003370 77  WS-MOV-IDX            PIC 9(03) VALUE ZEROS.
003380 77  WS-MOV-ACHOU          PIC X(01) VALUE "N".
003390     88  MOV-ACHOU                   VALUE "S".
003400 77  WS-FIM-MOV            PIC X(01) VALUE "N".
003410     88  FIM-MOV                     VALUE "S".
003420 77  WS-MOV-BUSCA          PIC 9(05) VALUE ZEROS.
003430 01  WS-MOV-TABELA.
003440     05  WS-MOV-ENT OCCURS 500 TIMES.
003450         10  WS-MOV-MATRICULA  PIC 9(05).
003460         10  WS-MOV-TEM-ENT    PIC X(01).
003470         10  WS-MOV-BIM-ENT    PIC 9(01).
003480         10  WS-MOV-TEM-SAI    PIC X(01).
003490         10  WS-MOV-BIM-SAI    PIC 9(01).
003500 77  WS-ALUNO-ENTRADA      PIC X(01) VALUE "N".
003510     88  ALUNO-ENTRADA               VALUE "S".
003520 77  WS-ALUNO-SAIDA        PIC X(01) VALUE "N".
003530     88  ALUNO-SAIDA                 VALUE "S".
003540 77  WS-BIM-ENTRADA        PIC 9(01) VALUE ZEROS.
003550 77  WS-BIM-SAIDA          PIC 9(01) VALUE ZEROS.
003560*-----------------------------------------------------------------
003570* TABELA DAS MEDIAS EXTERNAS (ARQUIVO MEDIAEXT), TRAZIDAS DA
003580* ESCOLA DE ORIGEM PELOS ALUNOS RECEBIDOS: USADAS NO LUGAR DOS
003590* BIMESTRES ANTERIORES A ENTRADA QUE NAO EXISTEM NO HISTBIM.
003600*-----------------------------------------------------------------
003610 77  WS-MEX-QTD            PIC 9(04) VALUE ZEROS.
003620 77  WS-MEX-IDX            PIC 9(04) VALUE ZEROS.
003630 77  WS-MEX-ACHOU          PIC X(01) VALUE "N".
003640     88  MEX-ACHOU                   VALUE "S".
003650 77  WS-FIM-MEX            PIC X(01) VALUE "N".
003660     88  FIM-MEX                     VALUE "S".
003670 77  WS-MEX-BUSCA-BIM      PIC 9(01) VALUE ZEROS.
003680 01  WS-MEDEX-TABELA.
003690     05  WS-MEX-ENT OCCURS 1000 TIMES.
003700         10  WS-MEX-MATRICULA  PIC 9(05).
003710         10  WS-MEX-DISCIPLINA PIC X(03).
003720         10  WS-MEX-BIMESTRE   PIC 9(01).
003730         10  WS-MEX-MEDIA      PIC 9(02)V9(01).
003740*-----------------------------------------------------------------
003750* TABELA DE CORTES POR DISCIPLINA, CARREGADA DO BARALHO
003760* PARAMETROS (CARTOES COM PM-DISCIPLINA PREENCHIDA). DISCIPLINA
003770* SEM CARTAO USA O CORTE GERAL WS-NOTA-CORTE.
003780*-----------------------------------------------------------------
003790 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
003800 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
003810 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
003820     88  PRM-ACHOU                   VALUE "S".
003830 77  WS-FIM-PARM           PIC X(01) VALUE "N".
003840     88  FIM-PARM                    VALUE "S".
003850 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE 07.
003860 01  WS-PARM-TABELA.
003870     05  WS-PRM-ENT OCCURS 10 TIMES.
003880         10  WS-PRM-DISCIPLINA PIC X(03).
003890         10  WS-PRM-CORTE      PIC 9(02)V9(01).
003900*-----------------------------------------------------------------
003910* CADASTRO DE DEPENDENCIAS (DEPENDENCIA), INDEXADO POR MATRICULA
003920* + DISCIPLINA + ANO DE ORIGEM. NA INICIALIZACAO E VARRIDO EM
003930* SEQUENCIA PARA A TABELA DAS DEPENDENCIAS AINDA ABERTAS DE ANOS
003940* ANTERIORES (QUEM TEM UMA NAO PODE SER PROMOVIDO); NO FECHAMENTO
003950* DE CADA ALUNO AS DISCIPLINAS REPROVADAS, GUARDADAS NA TABELA
003960* WS-RPV, SAO GRAVADAS POR ACESSO DIRETO PELA CHAVE.
003970*-----------------------------------------------------------------
003980 77  WS-DEP-ABERTO         PIC X(01) VALUE "N".
003990     88  DEP-ABERTO                  VALUE "S".
004000 77  WS-ERRO-DEP           PIC X(01) VALUE "N".
004010     88  ERRO-DEP                    VALUE "S".
004020 77  WS-DEP-EXISTE         PIC X(01) VALUE "N".
004030     88  DEP-EXISTE                  VALUE "S".
004040 77  WS-FIM-DEP            PIC X(01) VALUE "N".
004050     88  FIM-DEP                     VALUE "S".
004060 77  WS-DEA-QTD            PIC 9(03) VALUE ZEROS.
004070 77  WS-DEA-IDX            PIC 9(03) VALUE ZEROS.
004080 77  WS-DEA-ACHOU          PIC X(01) VALUE "N".
004090     88  DEA-ACHOU                   VALUE "S".
004100 01  WS-DEP-ABERTAS-TABELA.
004110     05  WS-DEA-ENT OCCURS 500 TIMES.
004120         10  WS-DEA-MATRICULA  PIC 9(05).
004130         10  WS-DEA-DISCIPLINA PIC X(03).
004140         10  WS-DEA-ANO        PIC 9(04).
004150 77  WS-RPV-QTD            PIC 9(02) VALUE ZEROS.
004160 77  WS-RPV-IDX            PIC 9(02) VALUE ZEROS.
004170 01  WS-REPROVADAS-TABELA.
004180     05  WS-RPV-ENT OCCURS 10 TIMES.
004190         10  WS-RPV-DISCIPLINA PIC X(03).
004200         10  WS-RPV-MEDIA      PIC 9(02)V9(01).
004210 77  WS-DEP-SITUACAO       PIC X(01) VALUE SPACE.
004220 77  WS-RED-DEP-ABERTAS    PIC 9(05) VALUE ZEROS.
004230 77  WS-RED-DEP-RETIDAS    PIC 9(05) VALUE ZEROS.
004240 77  WS-RED-DEP-DESFEITAS  PIC 9(05) VALUE ZEROS.
004250 77  WS-RED-RETIDO-DEP     PIC 9(05) VALUE ZEROS.
004260*-----------------------------------------------------------------
004270* IDENTIFICACAO DA ESCOLA NO CABECALHO DO BOLETIM ANUAL (O
004280* BOLETIM PASSA A COBRIR TODAS AS TURMAS DA ESCOLA)
004290*-----------------------------------------------------------------
004300 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
004310 77  WS-NOME-TURMA         PIC X(10) VALUE "TODAS".
004320*-----------------------------------------------------------------
004330* DATA DO SISTEMA, PARA O CABECALHO DO BOLETIM ANUAL
004340*-----------------------------------------------------------------
004350 01  WS-DATA-AAAAMMDD.
004360     05  WS-DATA-AAAA      PIC 9(04).
004370     05  WS-DATA-MM        PIC 9(02).
004380     05  WS-DATA-DD        PIC 9(02).
004390 01  WS-DATA-FORMATADA     PIC X(10).
004400 01  WS-HORA-HHMMSSCC.
004410     05  WS-HORA-HH        PIC 9(02).
004420     05  WS-HORA-MM        PIC 9(02).
004430     05  WS-HORA-SS        PIC 9(02).
004440     05  WS-HORA-CC        PIC 9(02).
004450 01  WS-HORA-FORMATADA     PIC X(08).
004460*-----------------------------------------------------------------
004470* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): A PARTIDA EXIGE UMA
004480* CONCILIACAO LIMPA DO PROGRAMA04 PARA O MESMO ANO LETIVO, SALVO
004490* LIBERACAO DO OPERADOR (PM-LIBERA-RERUN = "S"), REGISTRADA NO
004500* AUDITLOG. INICIO E FIM DA EXECUCAO SAO GRAVADOS NO LIVRO.
004510*-----------------------------------------------------------------
004520 77  WS-FIM-RUNCTL         PIC X(01) VALUE "N".
004530     88  FIM-RUNCTL                  VALUE "S".
004540 77  WS-RUNCTL-EXISTE      PIC X(01) VALUE "N".
004550     88  RUNCTL-EXISTE               VALUE "S".
004560 77  WS-RUN-BLOQUEADO      PIC X(01) VALUE "N".
004570     88  RUN-BLOQUEADO               VALUE "S".
004580 77  WS-RUN-PRE-OK         PIC X(01) VALUE "N".
004590     88  RUN-PRE-OK                  VALUE "S".
004600 77  WS-LIBERA-RERUN       PIC X(01) VALUE "N".
004610     88  LIBERA-RERUN                VALUE "S".
004620 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
004630 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
004640*-----------------------------------------------------------------
004650* LINHA DE LIBERACAO GRAVADA NO AUDITLOG: O MARCADOR "LIBERACAO"
004660* NA POSICAO 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE
004670* PARA NAO CONFRONTAR ESTA LINHA.
004680*-----------------------------------------------------------------
004690 01  WS-LIB-LINHA.
004700     05  WLB-DATA          PIC X(10).
004710     05  FILLER            PIC X(01) VALUE SPACE.
004720     05  WLB-HORA          PIC X(08).
004730     05  FILLER            PIC X(02) VALUE SPACE.
004740     05  FILLER            PIC X(35)
004750         VALUE "LIBERACAO DE RERUN PELO OPERADOR - ".
004760     05  WLB-PROGRAMA      PIC X(10).
004770     05  FILLER            PIC X(06) VALUE " ANO: ".
004780     05  WLB-ANO           PIC 9(04).
004790     05  FILLER            PIC X(06) VALUE " BIM: ".
004800     05  WLB-BIMESTRE      PIC 9(01).
004810     05  FILLER            PIC X(30) VALUE SPACE.
004820*-----------------------------------------------------------------
004830* LINHAS DO BOLETIM ANUAL IMPRESSO (RELANUAL)
004840*-----------------------------------------------------------------
004850     COPY REL2LINE.
004860 PROCEDURE DIVISION.
004870*-----------------------------------------------------------------
004880 0000-MAINLINE.
004890     PERFORM 0100-CONTROLA-INICIO THRU
004900         0100-CONTROLA-INICIO-EXIT.
004910     IF NOT RUN-BLOQUEADO
004920        PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
004930     END-IF.
004940     IF NOT RUN-BLOQUEADO AND NOT ERRO-DEP
004950        PERFORM 2000-PROCESSA-HISTORICO THRU
004960            2000-PROCESSA-HISTORICO-EXIT
004970            UNTIL FIM-ARQUIVO
004980        PERFORM 2500-FECHA-ULTIMO
004990        PERFORM 8000-FINALIZA
005000     END-IF.
005010     PERFORM 0900-REGISTRA-FIM.
005020     STOP RUN.
005030*-----------------------------------------------------------------
005040* PARTIDA CONTROLADA PELO LIVRO DE EXECUCOES (RUNCTL): LE OS
005050* PARAMETROS E EXIGE NO LIVRO UMA CONCILIACAO LIMPA DO
005060* PROGRAMA04 PARA O MESMO ANO LETIVO ANTES DA APURACAO ANUAL
005070* (SALVO LIBERACAO DO OPERADOR NO CARTAO GERAL, REGISTRADA NO
005080* AUDITLOG), E GRAVA O REGISTRO "I" DE INICIO.
005090*-----------------------------------------------------------------
005100 0100-CONTROLA-INICIO.
005110     DISPLAY "INICIO DO PROGRAMA02".
005120     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
005130     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
005140     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
005150     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
005160     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
005170     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
005180     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
005190     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
005200     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
005210     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
005220     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
005230     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
005240     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
005250     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
005260     OPEN INPUT RUNCTL-FILE.
005270     IF RUNCTL-OK
005280        MOVE "S" TO WS-RUNCTL-EXISTE
005290        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
005300            UNTIL FIM-RUNCTL
005310        CLOSE RUNCTL-FILE
005320     ELSE
005330        DISPLAY "RUNCTL AINDA NAO EXISTE - SEM CONFERENCIA DE"
005340                " SEQUENCIA"
005350     END-IF.
005360     IF RUNCTL-EXISTE AND NOT RUN-PRE-OK
005370        IF LIBERA-RERUN
005380           DISPLAY "SEM CONCILIACAO LIMPA DO PROGRAMA04 PARA O"
005390                   " ANO " WS-ANO-LETIVO " - EXECUCAO LIBERADA"
005400                   " PELO OPERADOR"
005410           PERFORM 0180-GRAVA-LIBERACAO
005420        ELSE
005430           DISPLAY "SEM CONCILIACAO LIMPA DO PROGRAMA04 PARA O"
005440                   " ANO " WS-ANO-LETIVO " NO RUNCTL -"
005450                   " EXECUCAO RECUSADA"
005460           DISPLAY "RODE O PROGRAMA04 (OU USE PM-LIBERA-RERUN"
005470                   " = S NO CARTAO GERAL)"
005480           MOVE "S" TO WS-RUN-BLOQUEADO
005490           MOVE 8 TO RETURN-CODE
005500        END-IF
005510     END-IF.
005520     IF NOT RUN-BLOQUEADO
005530        MOVE "I" TO WS-RUN-EVENTO
005540        MOVE ZEROS TO WS-RUN-RC
005550        PERFORM 0950-GRAVA-RUNCTL
005560     END-IF.
005570 0100-CONTROLA-INICIO-EXIT. EXIT.
005580*-----------------------------------------------------------------
005590 0150-LE-RUNCTL.
005600     READ RUNCTL-FILE
005610         AT END
005620            MOVE "S" TO WS-FIM-RUNCTL
005630            GO TO 0150-LE-RUNCTL-EXIT
005640     END-READ.
005650     IF NOT RUNCTL-OK
005660        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
005670                WS-RUNCTL-STATUS
005680        MOVE "S" TO WS-FIM-RUNCTL
005690        GO TO 0150-LE-RUNCTL-EXIT
005700     END-IF.
005710     IF RN-PROGRAMA = "PROGRAMA04"
005720        AND RN-FIM
005730        AND RN-ANO-LETIVO = WS-ANO-LETIVO
005740        AND RN-RETCODE = ZEROS
005750        MOVE "S" TO WS-RUN-PRE-OK
005760     END-IF.
005770     IF RN-PROGRAMA = "PROGRAMA04"
005780        AND RN-RESTAURACAO
005790        AND RN-ANO-LETIVO = WS-ANO-LETIVO
005800        MOVE "N" TO WS-RUN-PRE-OK
005810     END-IF.
005820 0150-LE-RUNCTL-EXIT. EXIT.
005830*-----------------------------------------------------------------
005840 0180-GRAVA-LIBERACAO.
005850     MOVE WS-DATA-FORMATADA TO WLB-DATA.
005860     MOVE WS-HORA-FORMATADA TO WLB-HORA.
005870     MOVE "PROGRAMA02"      TO WLB-PROGRAMA.
005880     MOVE WS-ANO-LETIVO     TO WLB-ANO.
005890     MOVE ZEROS             TO WLB-BIMESTRE.
005900     OPEN EXTEND AUDIT-FILE.
005910     IF NOT AUDIT-OK
005920        OPEN OUTPUT AUDIT-FILE
005930     END-IF.
005940     IF AUDIT-OK
005950        WRITE AU-LINHA FROM WS-LIB-LINHA
005960        CLOSE AUDIT-FILE
005970     ELSE
005980        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
005990                WS-AUDIT-STATUS
006000     END-IF.
006010*-----------------------------------------------------------------
006020 0900-REGISTRA-FIM.
006030     MOVE "F" TO WS-RUN-EVENTO.
006040     MOVE RETURN-CODE TO WS-RUN-RC.
006050     PERFORM 0950-GRAVA-RUNCTL.
006060*-----------------------------------------------------------------
006070 0950-GRAVA-RUNCTL.
006080     MOVE "PROGRAMA02"      TO RN-PROGRAMA.
006090     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
006100     MOVE ZEROS             TO RN-BIMESTRE.
006110     MOVE WS-DATA-FORMATADA TO RN-DATA.
006120     MOVE WS-HORA-FORMATADA TO RN-HORA.
006130     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
006140     MOVE WS-RUN-RC         TO RN-RETCODE.
006150     OPEN EXTEND RUNCTL-FILE.
006160     IF NOT RUNCTL-OK
006170        OPEN OUTPUT RUNCTL-FILE
006180     END-IF.
006190     IF RUNCTL-OK
006200        WRITE RUN-REC
006210        CLOSE RUNCTL-FILE
006220     ELSE
006230        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
006240                WS-RUNCTL-STATUS
006250     END-IF.
006260*-----------------------------------------------------------------
006270 1000-INICIALIZA.
006280     PERFORM 1070-CARREGA-FREQUENCIA THRU
006290         1070-CARREGA-FREQUENCIA-EXIT.
006300     PERFORM 1080-CARREGA-MOVIMENTO THRU
006310         1080-CARREGA-MOVIMENTO-EXIT.
006320     PERFORM 1090-CARREGA-MEDIAEXT THRU
006330         1090-CARREGA-MEDIAEXT-EXIT.
006340     PERFORM 1065-CARREGA-DEPENDENCIAS THRU
006350         1065-CARREGA-DEPENDENCIAS-EXIT.
006360     IF ERRO-DEP
006370        DISPLAY "APURACAO NAO REALIZADA - RELANUAL E MATRANUAL "
006380                "NAO FORAM TOCADOS"
006390        DISPLAY "FIM DO PROGRAMA02"
006400        GO TO 1000-INICIALIZA-EXIT
006410     END-IF.
006420     PERFORM 1075-CARREGA-ESCOLAS THRU
006430         1075-CARREGA-ESCOLAS-EXIT.
006440     PERFORM 1060-ORDENA-HISTORICO.
006450     OPEN OUTPUT RELANUAL-FILE.
006460     IF NOT RELANUAL-OK
006470        DISPLAY "ERRO AO ABRIR RELANUAL - STATUS "
006480                WS-RELANUAL-STATUS
006490        MOVE "S" TO WS-FIM-ARQUIVO
006500     END-IF.
006510     OPEN OUTPUT MATAN-FILE.
006520     IF NOT MATAN-OK
006530        DISPLAY "ERRO AO ABRIR MATRANUAL - STATUS "
006540                WS-MATAN-STATUS
006550        MOVE "S" TO WS-FIM-ARQUIVO
006560     END-IF.
006570 1000-INICIALIZA-EXIT. EXIT.
006580*-----------------------------------------------------------------
006590 1050-LE-PARAMETROS.
006600     OPEN INPUT PARM-FILE.
006610     IF NOT PARM-OK
006620        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO CORTE "
006630                WS-NOTA-CORTE
006640        GO TO 1050-LE-PARAMETROS-EXIT
006650     END-IF.
006660     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
006670         UNTIL FIM-PARM.
006680     CLOSE PARM-FILE.
006690 1050-LE-PARAMETROS-EXIT. EXIT.
006700*-----------------------------------------------------------------
006710 1055-LE-CARTAO-PARM.
006720     READ PARM-FILE
006730         AT END
006740            MOVE "S" TO WS-FIM-PARM
006750            GO TO 1055-LE-CARTAO-PARM-EXIT
006760     END-READ.
006770     IF PM-DISCIPLINA = SPACES
006780        IF PM-NOTA-CORTE IS NUMERIC
006790           MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
006800           DISPLAY "NOTA DE CORTE LIDA DO PARAMETROS: "
006810                   WS-NOTA-CORTE
006820        ELSE
006830           DISPLAY "NOTA DE CORTE AUSENTE OU INVALIDA - USANDO "
006840                   WS-NOTA-CORTE
006850        END-IF
006860        IF PM-MAX-REPROVA IS NUMERIC
006870           MOVE PM-MAX-REPROVA TO WS-MAX-REPROVA
006880           DISPLAY "MAXIMO DE DISCIPLINAS REPROVADAS ADMITIDO: "
006890                   WS-MAX-REPROVA
006900        ELSE
006910           DISPLAY "MAX-REPROVA AUSENTE OU INVALIDO - USANDO "
006920                   WS-MAX-REPROVA
006930        END-IF
006940        IF PM-FREQ-MINIMA IS NUMERIC AND PM-FREQ-MINIMA <= 100
006950           MOVE PM-FREQ-MINIMA TO WS-FREQ-MINIMA
006960           DISPLAY "FREQUENCIA MINIMA PARA PROMOCAO: "
006970                   WS-FREQ-MINIMA " PORCENTO"
006980        ELSE
006990           DISPLAY "FREQ-MINIMA AUSENTE OU INVALIDA - USANDO "
007000                   WS-FREQ-MINIMA
007010        END-IF
007020        IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
007030           MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
007040           DISPLAY "APURANDO O ANO LETIVO " WS-ANO-LETIVO
007050        ELSE
007060           DISPLAY "ANO LETIVO AUSENTE OU INVALIDO - USANDO "
007070                   WS-ANO-LETIVO
007080        END-IF
007090        IF PM-LIBERA-RERUN = "S"
007100           MOVE "S" TO WS-LIBERA-RERUN
007110           DISPLAY "EXECUCAO LIBERADA PELO OPERADOR NO CARTAO"
007120                   " GERAL"
007130        END-IF
007140     ELSE
007150        IF PM-NOTA-CORTE IS NUMERIC AND WS-PRM-QTD < 10
007160           ADD 1 TO WS-PRM-QTD
007170           MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD)
007180           MOVE PM-NOTA-CORTE TO WS-PRM-CORTE (WS-PRM-QTD)
007190        ELSE
007200           DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA
007210                   " INVALIDO OU TABELA CHEIA - IGNORADO"
007220        END-IF
007230     END-IF.
007240 1055-LE-CARTAO-PARM-EXIT. EXIT.
007250*-----------------------------------------------------------------
007260 1070-CARREGA-FREQUENCIA.
007270     OPEN INPUT FREQ-FILE.
007280     IF NOT FREQ-OK
007290        DISPLAY "FREQUENCIA NAO ENCONTRADA - STATUS "
007300                WS-FREQ-STATUS " - ALUNOS SEM APONTAMENTO"
007310                " SERAO TRATADOS COMO 100 PORCENTO"
007320        GO TO 1070-CARREGA-FREQUENCIA-EXIT
007330     END-IF.
007340     PERFORM 1075-LE-FREQUENCIA THRU 1075-LE-FREQUENCIA-EXIT
007350         UNTIL FIM-FREQ.
007360     CLOSE FREQ-FILE.
007370     DISPLAY "FREQUENCIA CARREGADA: " WS-FRQ-QTD " ALUNOS".
007380 1070-CARREGA-FREQUENCIA-EXIT. EXIT.
007390*-----------------------------------------------------------------
007400 1075-LE-FREQUENCIA.
007410     READ FREQ-FILE
007420         AT END
007430            MOVE "S" TO WS-FIM-FREQ
007440            GO TO 1075-LE-FREQUENCIA-EXIT
007450     END-READ.
007460     IF NOT FREQ-OK
007470        DISPLAY "ERRO NA LEITURA DE FREQUENCIA - STATUS "
007480                WS-FREQ-STATUS
007490        MOVE "S" TO WS-FIM-FREQ
007500        GO TO 1075-LE-FREQUENCIA-EXIT
007510     END-IF.
007520     MOVE FQ-MATRICULA TO WS-FRQ-BUSCA.
007530     PERFORM 3200-PROCURA-FREQUENCIA THRU
007540         3200-PROCURA-FREQUENCIA-EXIT.
007550     IF NOT FRQ-ACHOU
007560        IF WS-FRQ-QTD >= 500
007570           DISPLAY "FREQUENCIA COM MAIS DE 500 ALUNOS - "
007580                   "EXCEDENTE IGNORADO"
007590           MOVE "S" TO WS-FIM-FREQ
007600           GO TO 1075-LE-FREQUENCIA-EXIT
007610        END-IF
007620        ADD 1 TO WS-FRQ-QTD
007630        MOVE WS-FRQ-QTD TO WS-FRQ-IDX
007640        MOVE FQ-MATRICULA TO WS-FRQ-MATRICULA (WS-FRQ-IDX)
007650        MOVE ZEROS TO WS-FRQ-AULAS (WS-FRQ-IDX)
007660        MOVE ZEROS TO WS-FRQ-FALTAS (WS-FRQ-IDX)
007670     END-IF.
007680     ADD FQ-AULAS-DADAS TO WS-FRQ-AULAS (WS-FRQ-IDX).
007690     ADD FQ-FALTAS      TO WS-FRQ-FALTAS (WS-FRQ-IDX).
007700 1075-LE-FREQUENCIA-EXIT. EXIT.
007710*-----------------------------------------------------------------
007720 1080-CARREGA-MOVIMENTO.
007730     OPEN INPUT MOV-FILE.
007740     IF NOT MOV-OK
007750        DISPLAY "MOVIMENTO NAO ENCONTRADO - STATUS "
007760                WS-MOV-STATUS " - SEM MOVIMENTACAO DE ALUNOS"
007770        GO TO 1080-CARREGA-MOVIMENTO-EXIT
007780     END-IF.
007790     PERFORM 1085-LE-MOVIMENTO THRU 1085-LE-MOVIMENTO-EXIT
007800         UNTIL FIM-MOV.
007810     CLOSE MOV-FILE.
007820     DISPLAY "MOVIMENTACAO CARREGADA: " WS-MOV-QTD " ALUNOS".
007830 1080-CARREGA-MOVIMENTO-EXIT. EXIT.
007840*-----------------------------------------------------------------
007850 1085-LE-MOVIMENTO.
007860     READ MOV-FILE
007870         AT END
007880            MOVE "S" TO WS-FIM-MOV
007890            GO TO 1085-LE-MOVIMENTO-EXIT
007900     END-READ.
007910     IF NOT MOV-OK
007920        DISPLAY "ERRO NA LEITURA DE MOVIMENTO - STATUS "
007930                WS-MOV-STATUS
007940        MOVE "S" TO WS-FIM-MOV
007950        GO TO 1085-LE-MOVIMENTO-EXIT
007960     END-IF.
007970     IF MV-MATRICULA IS NOT NUMERIC
007980        OR (NOT MV-ENTRADA AND NOT MV-SAIDA)
007990        OR MV-BIMESTRE IS NOT NUMERIC
008000        OR MV-BIMESTRE < 1 OR MV-BIMESTRE > 4
008010        DISPLAY "MOVIMENTO INVALIDO IGNORADO - MATRICULA "
008020                MV-MATRICULA " EVENTO " MV-EVENTO
008030        GO TO 1085-LE-MOVIMENTO-EXIT
008040     END-IF.
008050     MOVE MV-MATRICULA TO WS-MOV-BUSCA.
008060     PERFORM 3450-PROCURA-MOVIMENTO THRU
008070         3450-PROCURA-MOVIMENTO-EXIT.
008080     IF NOT MOV-ACHOU
008090        IF WS-MOV-QTD >= 500
008100           DISPLAY "MOVIMENTO COM MAIS DE 500 ALUNOS - "
008110                   "EXCEDENTE IGNORADO"
008120           MOVE "S" TO WS-FIM-MOV
008130           GO TO 1085-LE-MOVIMENTO-EXIT
008140        END-IF
008150        ADD 1 TO WS-MOV-QTD
008160        MOVE WS-MOV-QTD TO WS-MOV-IDX
008170        MOVE MV-MATRICULA TO WS-MOV-MATRICULA (WS-MOV-IDX)
008180        MOVE "N" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
008190        MOVE "N" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
008200        MOVE ZEROS TO WS-MOV-BIM-ENT (WS-MOV-IDX)
008210        MOVE ZEROS TO WS-MOV-BIM-SAI (WS-MOV-IDX)
008220     END-IF.
008230     IF MV-ENTRADA
008240        MOVE "S" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
008250        MOVE MV-BIMESTRE TO WS-MOV-BIM-ENT (WS-MOV-IDX)
008260     ELSE
008270        MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
008280        MOVE MV-BIMESTRE TO WS-MOV-BIM-SAI (WS-MOV-IDX)
008290     END-IF.
008300 1085-LE-MOVIMENTO-EXIT. EXIT.
008310*-----------------------------------------------------------------
008320 1090-CARREGA-MEDIAEXT.
008330     OPEN INPUT MEDEX-FILE.
008340     IF NOT MEDEX-OK
008350        DISPLAY "MEDIAEXT NAO ENCONTRADO - STATUS "
008360                WS-MEDEX-STATUS " - SEM MEDIAS EXTERNAS"
008370        GO TO 1090-CARREGA-MEDIAEXT-EXIT
008380     END-IF.
008390     PERFORM 1095-LE-MEDIAEXT THRU 1095-LE-MEDIAEXT-EXIT
008400         UNTIL FIM-MEX.
008410     CLOSE MEDEX-FILE.
008420     DISPLAY "MEDIAS EXTERNAS CARREGADAS: " WS-MEX-QTD.
008430 1090-CARREGA-MEDIAEXT-EXIT. EXIT.
008440*-----------------------------------------------------------------
008450 1095-LE-MEDIAEXT.
008460     READ MEDEX-FILE
008470         AT END
008480            MOVE "S" TO WS-FIM-MEX
008490            GO TO 1095-LE-MEDIAEXT-EXIT
008500     END-READ.
008510     IF NOT MEDEX-OK
008520        DISPLAY "ERRO NA LEITURA DE MEDIAEXT - STATUS "
008530                WS-MEDEX-STATUS
008540        MOVE "S" TO WS-FIM-MEX
008550        GO TO 1095-LE-MEDIAEXT-EXIT
008560     END-IF.
008570     IF ME-MATRICULA IS NOT NUMERIC
008580        OR ME-BIMESTRE IS NOT NUMERIC
008590        OR ME-BIMESTRE < 1 OR ME-BIMESTRE > 4
008600        OR ME-MEDIA IS NOT NUMERIC OR ME-MEDIA > 10
008610        DISPLAY "MEDIA EXTERNA INVALIDA IGNORADA - MATRICULA "
008620                ME-MATRICULA " DISCIPLINA " ME-DISCIPLINA
008630        GO TO 1095-LE-MEDIAEXT-EXIT
008640     END-IF.
008650     IF WS-MEX-QTD >= 1000
008660        DISPLAY "MEDIAEXT COM MAIS DE 1000 REGISTROS - "
008670                "EXCEDENTE IGNORADO"
008680        MOVE "S" TO WS-FIM-MEX
008690        GO TO 1095-LE-MEDIAEXT-EXIT
008700     END-IF.
008710     ADD 1 TO WS-MEX-QTD.
008720     MOVE ME-MATRICULA  TO WS-MEX-MATRICULA (WS-MEX-QTD).
008730     MOVE ME-DISCIPLINA TO WS-MEX-DISCIPLINA (WS-MEX-QTD).
008740     MOVE ME-BIMESTRE   TO WS-MEX-BIMESTRE (WS-MEX-QTD).
008750     MOVE ME-MEDIA      TO WS-MEX-MEDIA (WS-MEX-QTD).
008760 1095-LE-MEDIAEXT-EXIT. EXIT.
008770*-----------------------------------------------------------------
008780* ABRE O CADASTRO DE DEPENDENCIAS PARA ATUALIZACAO (CRIADO VAZIO
008790* NA PRIMEIRA APURACAO) E CARREGA NA TABELA AS DEPENDENCIAS AINDA
008800* ABERTAS DE ANOS ANTERIORES AO ANO APURADO. SEM O CADASTRO A
008810* DECISAO DE PROMOCAO NAO PODE SER TOMADA: A APURACAO PARA.
008820*-----------------------------------------------------------------
008830 1065-CARREGA-DEPENDENCIAS.
008840     OPEN I-O DEP-FILE.
008850     IF DEP-SEM-ARQUIVO
008860        DISPLAY "DEPENDENCIA NAO ENCONTRADO - CRIANDO VAZIO"
008870        OPEN OUTPUT DEP-FILE
008880        CLOSE DEP-FILE
008890        OPEN I-O DEP-FILE
008900     END-IF.
008910     IF NOT DEP-OK
008920        DISPLAY "ERRO AO ABRIR DEPENDENCIA - STATUS "
008930                WS-DEP-STATUS
008940        MOVE "S" TO WS-FIM-ARQUIVO
008950        MOVE "S" TO WS-ERRO-DEP
008960        MOVE 8 TO RETURN-CODE
008970        GO TO 1065-CARREGA-DEPENDENCIAS-EXIT
008980     END-IF.
008990     MOVE "S" TO WS-DEP-ABERTO.
009000     PERFORM 1067-LE-DEPENDENCIA THRU 1067-LE-DEPENDENCIA-EXIT
009010         UNTIL FIM-DEP.
009020     DISPLAY "DEPENDENCIAS ABERTAS DE ANOS ANTERIORES: "
009030             WS-DEA-QTD.
009040 1065-CARREGA-DEPENDENCIAS-EXIT. EXIT.
009050*-----------------------------------------------------------------
009060 1067-LE-DEPENDENCIA.
009070     READ DEP-FILE NEXT RECORD
009080         AT END
009090            MOVE "S" TO WS-FIM-DEP
009100            GO TO 1067-LE-DEPENDENCIA-EXIT
009110     END-READ.
009120     IF NOT DEP-OK
009130        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
009140                WS-DEP-STATUS
009150        MOVE "S" TO WS-FIM-DEP
009160        GO TO 1067-LE-DEPENDENCIA-EXIT
009170     END-IF.
009180     IF NOT DP-ABERTA OR DP-ANO-ORIGEM NOT < WS-ANO-LETIVO
009190        GO TO 1067-LE-DEPENDENCIA-EXIT
009200     END-IF.
009210     IF WS-DEA-QTD >= 500
009220        DISPLAY "MAIS DE 500 DEPENDENCIAS ABERTAS - EXCEDENTE"
009230                " IGNORADO"
009240        MOVE "S" TO WS-FIM-DEP
009250        GO TO 1067-LE-DEPENDENCIA-EXIT
009260     END-IF.
009270     ADD 1 TO WS-DEA-QTD.
009280     MOVE DP-MATRICULA  TO WS-DEA-MATRICULA (WS-DEA-QTD).
009290     MOVE DP-DISCIPLINA TO WS-DEA-DISCIPLINA (WS-DEA-QTD).
009300     MOVE DP-ANO-ORIGEM TO WS-DEA-ANO (WS-DEA-QTD).
009310 1067-LE-DEPENDENCIA-EXIT. EXIT.
009320*-----------------------------------------------------------------
009330 1060-ORDENA-HISTORICO.
009340     SORT SORT-WORK-FILE
009350         ON ASCENDING KEY SR-ESCOLA SR-MATRICULA SR-DISCIPLINA
009360             SR-BIMESTRE
009370         USING HIST-FILE
009380         GIVING HISTORD-FILE.
009390     OPEN INPUT HISTORD-FILE.
009400     IF NOT HISTORD-OK
009410        DISPLAY "ERRO AO ABRIR HISTORD - STATUS "
009420                WS-HISTORD-STATUS
009430        MOVE "S" TO WS-FIM-ARQUIVO
009440     END-IF.
009450*-----------------------------------------------------------------
009460 1100-IMPRIME-CABECALHO.
009470     MOVE WS-NOME-ESCOLA    TO W2C1-ESCOLA.
009480     MOVE WS-NOME-TURMA     TO W2C1-TURMA.
009490     WRITE RL2-LINHA FROM WS2-CAB-1-LINHA.
009500     MOVE WS-DATA-FORMATADA TO W2C2-DATA.
009510     WRITE RL2-LINHA FROM WS2-CAB-2-LINHA.
009520     WRITE RL2-LINHA FROM WS2-CAB-3-LINHA.
009530*-----------------------------------------------------------------
009540 2000-PROCESSA-HISTORICO.
009550     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
009560     IF NOT FIM-ARQUIVO
009570        IF HO-ANO-LETIVO NOT = WS-ANO-LETIVO
009580           ADD 1 TO WS-TOT-OUTROS-ANOS
009590           GO TO 2000-PROCESSA-HISTORICO-EXIT
009600        END-IF
009610        IF WS-NOME-ATUAL NOT = SPACES
009620           AND (HO-MATRICULA NOT = WS-MATR-ATUAL
009630           OR HO-DISCIPLINA NOT = WS-DISC-ATUAL)
009640           PERFORM 2250-FECHA-DISCIPLINA THRU
009650               2250-FECHA-DISCIPLINA-EXIT
009660        END-IF
009670        IF WS-NOME-ATUAL NOT = SPACES
009680           AND HO-MATRICULA NOT = WS-MATR-ATUAL
009690           PERFORM 2300-FECHA-ALUNO THRU 2300-FECHA-ALUNO-EXIT
009700        END-IF
009710        IF TEM-ESCOLA AND HO-ESCOLA NOT = WS-ESCOLA-ATUAL
009720           PERFORM 2340-FECHA-ESCOLA THRU 2340-FECHA-ESCOLA-EXIT
009730        END-IF
009740        IF NOT TEM-ESCOLA
009750           PERFORM 2370-ABRE-ESCOLA
009760        END-IF
009770        IF HO-MATRICULA NOT = WS-MATR-ATUAL
009780           OR WS-NOME-ATUAL = SPACES
009790           PERFORM 2360-ZERA-ALUNO
009800           MOVE HO-MATRICULA  TO WS-MATR-ATUAL
009810           MOVE HO-NOME-ALUNO TO WS-NOME-ATUAL
009820           MOVE HO-TURMA      TO WS-TURMA-ATUAL
009830           MOVE SPACES        TO WS-DISC-ATUAL
009840           PERFORM 3400-DEFINE-MOVIMENTO THRU
009850               3400-DEFINE-MOVIMENTO-EXIT
009860        END-IF
009870        IF HO-DISCIPLINA NOT = WS-DISC-ATUAL
009880           PERFORM 2350-ZERA-ACUMULADORES
009890           MOVE HO-DISCIPLINA TO WS-DISC-ATUAL
009900        END-IF
009910        PERFORM 2200-ACUMULA-BIMESTRE
009920     END-IF.
009930 2000-PROCESSA-HISTORICO-EXIT. EXIT.
009940*-----------------------------------------------------------------
009950 2100-LER-HISTORICO.
009960     READ HISTORD-FILE
009970         AT END
009980            MOVE "S" TO WS-FIM-ARQUIVO
009990            GO TO 2100-LER-HISTORICO-EXIT
010000     END-READ.
010010     IF NOT HISTORD-OK
010020        DISPLAY "ERRO NA LEITURA DE HISTORD - STATUS "
010030                WS-HISTORD-STATUS
010040        MOVE "S" TO WS-FIM-ARQUIVO
010050        GO TO 2100-LER-HISTORICO-EXIT
010060     END-IF.
010070 2100-LER-HISTORICO-EXIT. EXIT.
010080*-----------------------------------------------------------------
010090 2200-ACUMULA-BIMESTRE.
010100     EVALUATE HO-BIMESTRE
010110        WHEN 1
010120           MOVE HO-MEDIA-BIM TO WS-MEDIA-B1
010130           MOVE "S"          TO WS-TEM-B1
010140        WHEN 2
010150           MOVE HO-MEDIA-BIM TO WS-MEDIA-B2
010160           MOVE "S"          TO WS-TEM-B2
010170        WHEN 3
010180           MOVE HO-MEDIA-BIM TO WS-MEDIA-B3
010190           MOVE "S"          TO WS-TEM-B3
010200        WHEN 4
010210           MOVE HO-MEDIA-BIM TO WS-MEDIA-B4
010220           MOVE "S"          TO WS-TEM-B4
010230        WHEN OTHER
010240           DISPLAY "BIMESTRE INVALIDO NO HISTORICO: " HO-BIMESTRE
010250     END-EVALUATE.
010260*-----------------------------------------------------------------
010270 2250-FECHA-DISCIPLINA.
010280     ADD 1 TO WS-QTD-DISC.
010290*    ALUNO RECEBIDO DE OUTRA ESCOLA: OS BIMESTRES ANTERIORES A
010300*    ENTRADA QUE NAO EXISTEM NO HISTBIM SAO COMPLETADOS PELAS
010310*    MEDIAS EXTERNAS TRAZIDAS DA ESCOLA DE ORIGEM.
010320     IF ALUNO-ENTRADA
010330        PERFORM 2260-COMPLETA-EXTERNAS THRU
010340            2260-COMPLETA-EXTERNAS-EXIT
010350     END-IF.
010360*    ALUNO TRANSFERIDO PARA OUTRA ESCOLA: A DISCIPLINA FECHA
010370*    COM A MEDIA PARCIAL DOS BIMESTRES CURSADOS ATE A SAIDA,
010380*    SEM DECISAO DE APROVACAO.
010390     IF ALUNO-SAIDA
010400        PERFORM 2270-FECHA-DISC-TRANSF THRU
010410            2270-FECHA-DISC-TRANSF-EXIT
010420        PERFORM 2280-DESFAZ-DEPENDENCIA THRU
010430            2280-DESFAZ-DEPENDENCIA-EXIT
010440        PERFORM 2400-IMPRIME-DETALHE
010450        GO TO 2250-FECHA-DISCIPLINA-EXIT
010460     END-IF.
010470     IF TEM-B1 AND TEM-B2 AND TEM-B3 AND TEM-B4
010480        COMPUTE WS-MEDIA-ANUAL ROUNDED = (WS-MEDIA-B1
010490                    + WS-MEDIA-B2
010500                    + WS-MEDIA-B3 + WS-MEDIA-B4) / 4
010510        PERFORM 3100-PROCURA-PARM-DISC THRU
010520            3100-PROCURA-PARM-DISC-EXIT
010530        IF WS-MEDIA-ANUAL >= WS-CORTE-DISC
010540           MOVE "APROVADO"   TO WS-SITUACAO-DISC
010550        ELSE
010560           MOVE "REPROVADO"  TO WS-SITUACAO-DISC
010570           ADD 1 TO WS-QTD-REPROVA
010580           PERFORM 2275-ANOTA-REPROVADA
010590        END-IF
010600        ADD WS-MEDIA-ANUAL TO WS-SOMA-ANUAL
010610     ELSE
010620        MOVE ZEROS           TO WS-MEDIA-ANUAL
010630        MOVE "INCOMPLETO"    TO WS-SITUACAO-DISC
010640        ADD 1 TO WS-QTD-INCOMPL
010650     END-IF.
010660     IF WS-SITUACAO-DISC NOT = "REPROVADO"
010670        PERFORM 2280-DESFAZ-DEPENDENCIA THRU
010680            2280-DESFAZ-DEPENDENCIA-EXIT
010690     END-IF.
010700     PERFORM 2400-IMPRIME-DETALHE.
010710 2250-FECHA-DISCIPLINA-EXIT. EXIT.
010720*-----------------------------------------------------------------
010730* COMPLETA COM AS MEDIAS EXTERNAS OS BIMESTRES ANTERIORES A
010740* ENTRADA DO ALUNO RECEBIDO QUE AINDA ESTAO SEM MEDIA.
010750*-----------------------------------------------------------------
010760 2260-COMPLETA-EXTERNAS.
010770     PERFORM 2262-COMPLETA-BIM THRU 2262-COMPLETA-BIM-EXIT
010780         VARYING WS-MEX-BUSCA-BIM FROM 1 BY 1
010790         UNTIL WS-MEX-BUSCA-BIM >= WS-BIM-ENTRADA.
010800 2260-COMPLETA-EXTERNAS-EXIT. EXIT.
010810*-----------------------------------------------------------------
010820 2262-COMPLETA-BIM.
010830     EVALUATE WS-MEX-BUSCA-BIM
010840        WHEN 1
010850           IF TEM-B1
010860              GO TO 2262-COMPLETA-BIM-EXIT
010870           END-IF
010880        WHEN 2
010890           IF TEM-B2
010900              GO TO 2262-COMPLETA-BIM-EXIT
010910           END-IF
010920        WHEN 3
010930           IF TEM-B3
010940              GO TO 2262-COMPLETA-BIM-EXIT
010950           END-IF
010960        WHEN 4
010970           IF TEM-B4
010980              GO TO 2262-COMPLETA-BIM-EXIT
010990           END-IF
011000     END-EVALUATE.
011010     PERFORM 2264-PROCURA-MEDIAEXT THRU
011020         2264-PROCURA-MEDIAEXT-EXIT.
011030     IF NOT MEX-ACHOU
011040        GO TO 2262-COMPLETA-BIM-EXIT
011050     END-IF.
011060     EVALUATE WS-MEX-BUSCA-BIM
011070        WHEN 1
011080           MOVE WS-MEX-MEDIA (WS-MEX-IDX) TO WS-MEDIA-B1
011090           MOVE "S" TO WS-TEM-B1
011100        WHEN 2
011110           MOVE WS-MEX-MEDIA (WS-MEX-IDX) TO WS-MEDIA-B2
011120           MOVE "S" TO WS-TEM-B2
011130        WHEN 3
011140           MOVE WS-MEX-MEDIA (WS-MEX-IDX) TO WS-MEDIA-B3
011150           MOVE "S" TO WS-TEM-B3
011160        WHEN 4
011170           MOVE WS-MEX-MEDIA (WS-MEX-IDX) TO WS-MEDIA-B4
011180           MOVE "S" TO WS-TEM-B4
011190     END-EVALUATE.
011200 2262-COMPLETA-BIM-EXIT. EXIT.
011210*-----------------------------------------------------------------
011220 2264-PROCURA-MEDIAEXT.
011230     MOVE "N" TO WS-MEX-ACHOU.
011240     MOVE 1 TO WS-MEX-IDX.
011250     PERFORM 2266-COMPARA-MEDIAEXT THRU
011260         2266-COMPARA-MEDIAEXT-EXIT
011270         UNTIL MEX-ACHOU OR WS-MEX-IDX > WS-MEX-QTD.
011280 2264-PROCURA-MEDIAEXT-EXIT. EXIT.
011290*-----------------------------------------------------------------
011300 2266-COMPARA-MEDIAEXT.
011310     IF WS-MEX-MATRICULA (WS-MEX-IDX) = WS-MATR-ATUAL
011320        AND WS-MEX-DISCIPLINA (WS-MEX-IDX) = WS-DISC-ATUAL
011330        AND WS-MEX-BIMESTRE (WS-MEX-IDX) = WS-MEX-BUSCA-BIM
011340        MOVE "S" TO WS-MEX-ACHOU
011350     ELSE
011360        ADD 1 TO WS-MEX-IDX
011370     END-IF.
011380 2266-COMPARA-MEDIAEXT-EXIT. EXIT.
011390*-----------------------------------------------------------------
011400* FECHA A DISCIPLINA DO ALUNO TRANSFERIDO: MEDIA PARCIAL DOS
011410* BIMESTRES PRESENTES ATE A SAIDA, SITUACAO "TRANSFERIDO", SEM
011420* CONTAR REPROVACAO NEM INCOMPLETO.
011430*-----------------------------------------------------------------
011440 2270-FECHA-DISC-TRANSF.
011450     MOVE ZEROS TO WS-MEDIA-ANUAL.
011460     MOVE ZEROS TO WS-SOMA-PARCIAL WS-QTD-PARCIAL.
011470     IF TEM-B1
011480        ADD WS-MEDIA-B1 TO WS-SOMA-PARCIAL
011490        ADD 1 TO WS-QTD-PARCIAL
011500     END-IF.
011510     IF TEM-B2
011520        ADD WS-MEDIA-B2 TO WS-SOMA-PARCIAL
011530        ADD 1 TO WS-QTD-PARCIAL
011540     END-IF.
011550     IF TEM-B3
011560        ADD WS-MEDIA-B3 TO WS-SOMA-PARCIAL
011570        ADD 1 TO WS-QTD-PARCIAL
011580     END-IF.
011590     IF TEM-B4
011600        ADD WS-MEDIA-B4 TO WS-SOMA-PARCIAL
011610        ADD 1 TO WS-QTD-PARCIAL
011620     END-IF.
011630     IF WS-QTD-PARCIAL > ZEROS
011640        DIVIDE WS-SOMA-PARCIAL BY WS-QTD-PARCIAL
011650           GIVING WS-MEDIA-ANUAL ROUNDED
011660        ADD WS-MEDIA-ANUAL TO WS-SOMA-ANUAL
011670     END-IF.
011680     MOVE "TRANSFERIDO" TO WS-SITUACAO-DISC.
011690 2270-FECHA-DISC-TRANSF-EXIT. EXIT.
011700*-----------------------------------------------------------------
011710* GUARDA A DISCIPLINA REPROVADA DO ALUNO CORRENTE PARA A GRAVACAO
011720* DA DEPENDENCIA NO FECHAMENTO DO ALUNO, QUANDO A SITUACAO DO
011730* ANO JA E CONHECIDA.
011740*-----------------------------------------------------------------
011750 2275-ANOTA-REPROVADA.
011760     IF WS-RPV-QTD >= 10
011770        DISPLAY "MAIS DE 10 DISCIPLINAS REPROVADAS - MATRICULA "
011780                WS-MATR-ATUAL " DISCIPLINA " WS-DISC-ATUAL
011790                " SEM DEPENDENCIA"
011800     ELSE
011810        ADD 1 TO WS-RPV-QTD
011820        MOVE WS-DISC-ATUAL  TO WS-RPV-DISCIPLINA (WS-RPV-QTD)
011830        MOVE WS-MEDIA-ANUAL TO WS-RPV-MEDIA (WS-RPV-QTD)
011840     END-IF.
011850*-----------------------------------------------------------------
011860* DISCIPLINA QUE NAO FECHOU REPROVADA: A ENTRADA DO MESMO ANO
011870* DEIXADA NO CADASTRO DE DEPENDENCIAS POR UMA APURACAO ANTERIOR
011880* (RERODADA DEPOIS DE UMA RETIFICACAO) E DESFEITA. DEPENDENCIA
011890* JA CONCLUIDA NAO E TOCADA.
011900*-----------------------------------------------------------------
011910 2280-DESFAZ-DEPENDENCIA.
011920     IF NOT DEP-ABERTO
011930        GO TO 2280-DESFAZ-DEPENDENCIA-EXIT
011940     END-IF.
011950     MOVE WS-MATR-ATUAL TO DP-MATRICULA.
011960     MOVE WS-DISC-ATUAL TO DP-DISCIPLINA.
011970     MOVE WS-ANO-LETIVO TO DP-ANO-ORIGEM.
011980     READ DEP-FILE
011990         INVALID KEY
012000            GO TO 2280-DESFAZ-DEPENDENCIA-EXIT
012010     END-READ.
012020     IF DP-CONCLUIDA
012030        GO TO 2280-DESFAZ-DEPENDENCIA-EXIT
012040     END-IF.
012050     DELETE DEP-FILE RECORD
012060         INVALID KEY
012070            DISPLAY "ERRO AO EXCLUIR DEPENDENCIA - STATUS "
012080                    WS-DEP-STATUS
012090         NOT INVALID KEY
012100            ADD 1 TO WS-RED-DEP-DESFEITAS
012110     END-DELETE.
012120 2280-DESFAZ-DEPENDENCIA-EXIT. EXIT.
012130 2300-FECHA-ALUNO.
012140     ADD 1 TO WS-TOT-ALUNOS.
012150     ADD 1 TO WS-RED-ALUNOS.
012160     PERFORM 3300-APURA-FREQUENCIA.
012170*    ALUNO COM SAIDA REGISTRADA FECHA O ANO COMO TRANSFERIDO,
012180*    COM A MEDIA GERAL PARCIAL - A DECISAO DE PROMOCAO E DA
012190*    ESCOLA DE DESTINO.
012200     IF ALUNO-SAIDA
012210        IF WS-QTD-DISC > ZEROS
012220           DIVIDE WS-SOMA-ANUAL BY WS-QTD-DISC
012230              GIVING WS-MEDIA-GERAL ROUNDED
012240        ELSE
012250           MOVE ZEROS TO WS-MEDIA-GERAL
012260        END-IF
012270        MOVE "TRANSFERIDO" TO WS-SITUACAO-ANUAL
012280        ADD 1 TO WS-TOT-TRANSF
012290        ADD 1 TO WS-RED-TRANSF
012300        PERFORM 2420-IMPRIME-PROMOCAO
012310        PERFORM 2450-GRAVA-MATRICULA
012320        GO TO 2300-FECHA-ALUNO-EXIT
012330     END-IF.
012340     IF WS-QTD-INCOMPL > ZEROS
012350        MOVE ZEROS        TO WS-MEDIA-GERAL
012360        MOVE "INCOMPLETO" TO WS-SITUACAO-ANUAL
012370        ADD 1 TO WS-TOT-INCOMPL
012380        ADD 1 TO WS-RED-INCOMPL
012390     ELSE
012400        DIVIDE WS-SOMA-ANUAL BY WS-QTD-DISC
012410           GIVING WS-MEDIA-GERAL ROUNDED
012420        IF WS-QTD-REPROVA > WS-MAX-REPROVA
012430           MOVE "RETIDO"     TO WS-SITUACAO-ANUAL
012440           ADD 1 TO WS-TOT-RETIDO
012450           ADD 1 TO WS-RED-RETIDO
012460        ELSE
012470           IF WS-FREQ-PERC < WS-FREQ-MINIMA
012480              MOVE "RETIDO-FREQ" TO WS-SITUACAO-ANUAL
012490              ADD 1 TO WS-TOT-RETIDO
012500              ADD 1 TO WS-RED-RETIDO
012510           ELSE
012520              PERFORM 2310-PROCURA-DEP-ABERTA THRU
012530                  2310-PROCURA-DEP-ABERTA-EXIT
012540              IF DEA-ACHOU
012550                 MOVE "RETIDO-DEP" TO WS-SITUACAO-ANUAL
012560                 ADD 1 TO WS-TOT-RETIDO
012570                 ADD 1 TO WS-RED-RETIDO
012580                 ADD 1 TO WS-RED-RETIDO-DEP
012590              ELSE
012600                 MOVE "PROMOVIDO"  TO WS-SITUACAO-ANUAL
012610                 ADD 1 TO WS-TOT-PROMOVIDO
012620                 ADD 1 TO WS-RED-PROMOVIDO
012630              END-IF
012640           END-IF
012650        END-IF
012660     END-IF.
012670     PERFORM 2420-IMPRIME-PROMOCAO.
012680     PERFORM 2450-GRAVA-MATRICULA.
012690     PERFORM 2460-GRAVA-DEPENDENCIAS THRU
012700         2460-GRAVA-DEPENDENCIAS-EXIT.
012710 2300-FECHA-ALUNO-EXIT. EXIT.
012720*-----------------------------------------------------------------
012730* ALUNO PROMOVIDO PELAS NOTAS E PELA FREQUENCIA QUE AINDA TEM
012740* DEPENDENCIA ABERTA DE ANO ANTERIOR NAO PODE SER PROMOVIDO:
012750* FECHA O ANO RETIDO-DEP ("R" NO MATRANUAL).
012760*-----------------------------------------------------------------
012770 2310-PROCURA-DEP-ABERTA.
012780     MOVE "N" TO WS-DEA-ACHOU.
012790     MOVE 1 TO WS-DEA-IDX.
012800     PERFORM 2315-COMPARA-DEP-ABERTA THRU
012810         2315-COMPARA-DEP-ABERTA-EXIT
012820         UNTIL DEA-ACHOU OR WS-DEA-IDX > WS-DEA-QTD.
012830     IF DEA-ACHOU
012840        DISPLAY "MATRICULA " WS-MATR-ATUAL " RETIDA - DEPENDENCIA"
012850                " ABERTA EM " WS-DEA-DISCIPLINA (WS-DEA-IDX)
012860                " DE " WS-DEA-ANO (WS-DEA-IDX)
012870     END-IF.
012880 2310-PROCURA-DEP-ABERTA-EXIT. EXIT.
012890*-----------------------------------------------------------------
012900 2315-COMPARA-DEP-ABERTA.
012910     IF WS-DEA-MATRICULA (WS-DEA-IDX) = WS-MATR-ATUAL
012920        MOVE "S" TO WS-DEA-ACHOU
012930     ELSE
012940        ADD 1 TO WS-DEA-IDX
012950     END-IF.
012960 2315-COMPARA-DEP-ABERTA-EXIT. EXIT.
012970*-----------------------------------------------------------------
012980 2340-FECHA-ESCOLA.
012990     IF NOT TEM-ESCOLA
013000        GO TO 2340-FECHA-ESCOLA-EXIT
013010     END-IF.
013020     MOVE WS-TOT-ALUNOS    TO W2T-TOT-ALUNOS.
013030     MOVE WS-TOT-PROMOVIDO TO W2T-TOT-PROMOVIDO.
013040     MOVE WS-TOT-RETIDO    TO W2T-TOT-RETIDO.
013050     MOVE WS-TOT-INCOMPL   TO W2T-TOT-INCOMPL.
013060     MOVE WS-TOT-TRANSF    TO W2T-TOT-TRANSF.
013070     WRITE RL2-LINHA FROM WS2-TRL-LINHA.
013080     MOVE SPACES TO RL2-LINHA.
013090     WRITE RL2-LINHA.
013100     MOVE ZEROS TO WS-TOT-ALUNOS WS-TOT-PROMOVIDO
013110         WS-TOT-RETIDO WS-TOT-INCOMPL WS-TOT-TRANSF.
013120     MOVE "N" TO WS-TEM-ESCOLA.
013130 2340-FECHA-ESCOLA-EXIT. EXIT.
013140*-----------------------------------------------------------------
013150 2370-ABRE-ESCOLA.
013160     MOVE HO-ESCOLA TO WS-ESCOLA-ATUAL.
013170     MOVE "S" TO WS-TEM-ESCOLA.
013180     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
013190     PERFORM 1100-IMPRIME-CABECALHO.
013200*-----------------------------------------------------------------
013210 2350-ZERA-ACUMULADORES.
013220     MOVE ZEROS TO WS-MEDIA-B1 WS-MEDIA-B2
013230         WS-MEDIA-B3 WS-MEDIA-B4.
013240     MOVE "N"   TO WS-TEM-B1 WS-TEM-B2 WS-TEM-B3 WS-TEM-B4.
013250*-----------------------------------------------------------------
013260 2360-ZERA-ALUNO.
013270     MOVE ZEROS TO WS-QTD-DISC WS-QTD-REPROVA WS-QTD-INCOMPL
013280         WS-SOMA-ANUAL WS-MEDIA-GERAL WS-RPV-QTD.
013290*-----------------------------------------------------------------
013300 2400-IMPRIME-DETALHE.
013310     MOVE WS-NOME-ATUAL     TO W2D-NOME-ALUNO.
013320     MOVE WS-TURMA-ATUAL    TO W2D-TURMA.
013330     MOVE WS-DISC-ATUAL     TO W2D-DISCIPLINA.
013340     MOVE WS-MEDIA-B1       TO W2D-MEDIA-B1.
013350     MOVE WS-MEDIA-B2       TO W2D-MEDIA-B2.
013360     MOVE WS-MEDIA-B3       TO W2D-MEDIA-B3.
013370     MOVE WS-MEDIA-B4       TO W2D-MEDIA-B4.
013380     MOVE WS-MEDIA-ANUAL    TO W2D-MEDIA-ANUAL.
013390     MOVE WS-SITUACAO-DISC  TO W2D-SITUACAO.
013400     WRITE RL2-LINHA FROM WS2-DET-LINHA.
013410*-----------------------------------------------------------------
013420 2420-IMPRIME-PROMOCAO.
013430     MOVE WS-NOME-ATUAL     TO W2P-NOME-ALUNO.
013440     MOVE WS-MEDIA-GERAL    TO W2P-MEDIA-GERAL.
013450     MOVE WS-QTD-REPROVA    TO W2P-QTD-REPROVA.
013460     MOVE WS-FREQ-PERC      TO W2P-FREQ-PERC.
013470     MOVE WS-SITUACAO-ANUAL TO W2P-SITUACAO.
013480     WRITE RL2-LINHA FROM WS2-PRM-LINHA.
013490     MOVE SPACES TO RL2-LINHA.
013500     WRITE RL2-LINHA.
013510*-----------------------------------------------------------------
013520 2450-GRAVA-MATRICULA.
013530     IF MATAN-OK
013540        MOVE WS-ANO-LETIVO      TO MA-ANO-LETIVO
013550        MOVE WS-MATR-ATUAL      TO MA-MATRICULA
013560        MOVE WS-NOME-ATUAL      TO MA-NOME-ALUNO
013570        MOVE WS-MEDIA-GERAL     TO MA-MEDIA-ANUAL
013580        MOVE WS-QTD-REPROVA     TO MA-QTD-REPROVA
013590        MOVE WS-FREQ-PERC       TO MA-FREQ-PERC
013600        MOVE WS-SITUACAO-ANUAL (1:1) TO MA-SITUACAO
013610        MOVE WS-ESCOLA-ATUAL    TO MA-ESCOLA
013620        WRITE MATAN-REC
013630     END-IF.
013640*-----------------------------------------------------------------
013650* GRAVA NO CADASTRO DE DEPENDENCIAS AS DISCIPLINAS REPROVADAS DO
013660* ALUNO QUE FECHOU: ABERTAS ("A") PARA O PROMOVIDO; "R" PARA O
013670* RETIDO OU INCOMPLETO, QUE REFAZ A SERIE (A RECUPERACAO DO
013680* PROGRAMA03 OU O CONSELHO DO PROGRAMA10 PODEM ABRI-LAS). A
013690* ENTRADA QUE JA EXISTE (RERODADA) E REGRAVADA, PRESERVANDO AS
013700* NOTAS; A DEPENDENCIA JA CONCLUIDA NAO E TOCADA.
013710*-----------------------------------------------------------------
013720 2460-GRAVA-DEPENDENCIAS.
013730     IF NOT DEP-ABERTO OR WS-RPV-QTD = ZEROS
013740        GO TO 2460-GRAVA-DEPENDENCIAS-EXIT
013750     END-IF.
013760     IF WS-SITUACAO-ANUAL = "PROMOVIDO"
013770        MOVE "A" TO WS-DEP-SITUACAO
013780     ELSE
013790        MOVE "R" TO WS-DEP-SITUACAO
013800     END-IF.
013810     PERFORM 2465-GRAVA-DEPENDENCIA THRU
013820         2465-GRAVA-DEPENDENCIA-EXIT
013830         VARYING WS-RPV-IDX FROM 1 BY 1
013840         UNTIL WS-RPV-IDX > WS-RPV-QTD.
013850 2460-GRAVA-DEPENDENCIAS-EXIT. EXIT.
013860*-----------------------------------------------------------------
013870 2465-GRAVA-DEPENDENCIA.
013880     MOVE WS-MATR-ATUAL TO DP-MATRICULA.
013890     MOVE WS-RPV-DISCIPLINA (WS-RPV-IDX) TO DP-DISCIPLINA.
013900     MOVE WS-ANO-LETIVO TO DP-ANO-ORIGEM.
013910     MOVE "S" TO WS-DEP-EXISTE.
013920     READ DEP-FILE
013930         INVALID KEY
013940            MOVE "N" TO WS-DEP-EXISTE
013950     END-READ.
013960     IF DEP-EXISTE AND DP-CONCLUIDA
013970        GO TO 2465-GRAVA-DEPENDENCIA-EXIT
013980     END-IF.
013990     IF NOT DEP-EXISTE
014000        MOVE WS-MATR-ATUAL TO DP-MATRICULA
014010        MOVE WS-RPV-DISCIPLINA (WS-RPV-IDX) TO DP-DISCIPLINA
014020        MOVE WS-ANO-LETIVO TO DP-ANO-ORIGEM
014030        MOVE ZEROS TO DP-N1 DP-N2 DP-N3 DP-N4
014040            DP-MEDIA-DEP DP-ANO-CONCLUSAO
014050     END-IF.
014060     MOVE WS-NOME-ATUAL   TO DP-NOME-ALUNO.
014070     MOVE WS-TURMA-ATUAL  TO DP-TURMA.
014080     MOVE WS-ESCOLA-ATUAL TO DP-ESCOLA.
014090     MOVE WS-RPV-MEDIA (WS-RPV-IDX) TO DP-MEDIA-ORIGEM.
014100     MOVE WS-DEP-SITUACAO TO DP-SITUACAO.
014110     MOVE SPACE           TO DP-ORIGEM.
014120     IF DEP-EXISTE
014130        REWRITE DEP-REC
014140            INVALID KEY
014150               DISPLAY "ERRO AO REGRAVAR DEPENDENCIA - STATUS "
014160                       WS-DEP-STATUS
014170        END-REWRITE
014180     ELSE
014190        WRITE DEP-REC
014200            INVALID KEY
014210               DISPLAY "ERRO AO GRAVAR DEPENDENCIA - STATUS "
014220                       WS-DEP-STATUS
014230        END-WRITE
014240     END-IF.
014250     IF DP-ABERTA
014260        ADD 1 TO WS-RED-DEP-ABERTAS
014270     ELSE
014280        ADD 1 TO WS-RED-DEP-RETIDAS
014290     END-IF.
014300 2465-GRAVA-DEPENDENCIA-EXIT. EXIT.
014310 2500-FECHA-ULTIMO.
014320     IF WS-NOME-ATUAL NOT = SPACES
014330        PERFORM 2250-FECHA-DISCIPLINA THRU
014340            2250-FECHA-DISCIPLINA-EXIT
014350        PERFORM 2300-FECHA-ALUNO THRU 2300-FECHA-ALUNO-EXIT
014360     END-IF.
014370     PERFORM 2340-FECHA-ESCOLA THRU 2340-FECHA-ESCOLA-EXIT.
014380*-----------------------------------------------------------------
014390 3100-PROCURA-PARM-DISC.
014400     MOVE WS-NOTA-CORTE TO WS-CORTE-DISC.
014410     MOVE "N" TO WS-PRM-ACHOU.
014420     MOVE 1 TO WS-PRM-IDX.
014430     PERFORM 3150-COMPARA-PARM-DISC THRU
014440         3150-COMPARA-PARM-DISC-EXIT
014450         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
014460     IF PRM-ACHOU
014470        MOVE WS-PRM-CORTE (WS-PRM-IDX) TO WS-CORTE-DISC
014480     END-IF.
014490 3100-PROCURA-PARM-DISC-EXIT. EXIT.
014500*-----------------------------------------------------------------
014510 3150-COMPARA-PARM-DISC.
014520     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = WS-DISC-ATUAL
014530        MOVE "S" TO WS-PRM-ACHOU
014540     ELSE
014550        ADD 1 TO WS-PRM-IDX
014560     END-IF.
014570 3150-COMPARA-PARM-DISC-EXIT. EXIT.
014580*-----------------------------------------------------------------
014590 3200-PROCURA-FREQUENCIA.
014600     MOVE "N" TO WS-FRQ-ACHOU.
014610     MOVE 1 TO WS-FRQ-IDX.
014620     PERFORM 3250-COMPARA-FREQUENCIA THRU
014630         3250-COMPARA-FREQUENCIA-EXIT
014640         UNTIL FRQ-ACHOU OR WS-FRQ-IDX > WS-FRQ-QTD.
014650 3200-PROCURA-FREQUENCIA-EXIT. EXIT.
014660*-----------------------------------------------------------------
014670 3250-COMPARA-FREQUENCIA.
014680     IF WS-FRQ-MATRICULA (WS-FRQ-IDX) = WS-FRQ-BUSCA
014690        MOVE "S" TO WS-FRQ-ACHOU
014700     ELSE
014710        ADD 1 TO WS-FRQ-IDX
014720     END-IF.
014730 3250-COMPARA-FREQUENCIA-EXIT. EXIT.
014740*-----------------------------------------------------------------
014750 3300-APURA-FREQUENCIA.
014760     MOVE WS-MATR-ATUAL TO WS-FRQ-BUSCA.
014770     PERFORM 3200-PROCURA-FREQUENCIA THRU
014780         3200-PROCURA-FREQUENCIA-EXIT.
014790     IF FRQ-ACHOU AND WS-FRQ-AULAS (WS-FRQ-IDX) > ZEROS
014800        COMPUTE WS-FREQ-PERC ROUNDED =
014810            ((WS-FRQ-AULAS (WS-FRQ-IDX)
014820            - WS-FRQ-FALTAS (WS-FRQ-IDX)) * 100)
014830            / WS-FRQ-AULAS (WS-FRQ-IDX)
014840     ELSE
014850        MOVE 100 TO WS-FREQ-PERC
014860     END-IF.
014870*-----------------------------------------------------------------
014880* CARREGA A MOVIMENTACAO DO ALUNO DA QUEBRA CORRENTE NOS
014890* INDICADORES WS-ALUNO-ENTRADA/SAIDA E BIMESTRES DO EVENTO.
014900*-----------------------------------------------------------------
014910 3400-DEFINE-MOVIMENTO.
014920     MOVE "N" TO WS-ALUNO-ENTRADA WS-ALUNO-SAIDA.
014930     MOVE ZEROS TO WS-BIM-ENTRADA WS-BIM-SAIDA.
014940     MOVE WS-MATR-ATUAL TO WS-MOV-BUSCA.
014950     PERFORM 3450-PROCURA-MOVIMENTO THRU
014960         3450-PROCURA-MOVIMENTO-EXIT.
014970     IF NOT MOV-ACHOU
014980        GO TO 3400-DEFINE-MOVIMENTO-EXIT
014990     END-IF.
015000     IF WS-MOV-TEM-ENT (WS-MOV-IDX) = "S"
015010        MOVE "S" TO WS-ALUNO-ENTRADA
015020        MOVE WS-MOV-BIM-ENT (WS-MOV-IDX) TO WS-BIM-ENTRADA
015030     END-IF.
015040     IF WS-MOV-TEM-SAI (WS-MOV-IDX) = "S"
015050        MOVE "S" TO WS-ALUNO-SAIDA
015060        MOVE WS-MOV-BIM-SAI (WS-MOV-IDX) TO WS-BIM-SAIDA
015070     END-IF.
015080 3400-DEFINE-MOVIMENTO-EXIT. EXIT.
015090*-----------------------------------------------------------------
015100 3450-PROCURA-MOVIMENTO.
015110     MOVE "N" TO WS-MOV-ACHOU.
015120     MOVE 1 TO WS-MOV-IDX.
015130     PERFORM 3460-COMPARA-MOVIMENTO THRU
015140         3460-COMPARA-MOVIMENTO-EXIT
015150         UNTIL MOV-ACHOU OR WS-MOV-IDX > WS-MOV-QTD.
015160 3450-PROCURA-MOVIMENTO-EXIT. EXIT.
015170*-----------------------------------------------------------------
015180 3460-COMPARA-MOVIMENTO.
015190     IF WS-MOV-MATRICULA (WS-MOV-IDX) = WS-MOV-BUSCA
015200        MOVE "S" TO WS-MOV-ACHOU
015210     ELSE
015220        ADD 1 TO WS-MOV-IDX
015230     END-IF.
015240 3460-COMPARA-MOVIMENTO-EXIT. EXIT.
015250*-----------------------------------------------------------------
015260 1075-CARREGA-ESCOLAS.
015270     OPEN INPUT ESC-FILE.
015280     IF NOT ESCOLAS-OK
015290        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
015300                WS-ESCOLAS-STATUS " - CABECALHOS COM O CODIGO"
015310                " DA ESCOLA"
015320        GO TO 1075-CARREGA-ESCOLAS-EXIT
015330     END-IF.
015340     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
015350         UNTIL FIM-ESCOLAS.
015360     CLOSE ESC-FILE.
015370     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
015380 1075-CARREGA-ESCOLAS-EXIT. EXIT.
015390*-----------------------------------------------------------------
015400 1076-LE-ESCOLA.
015410     READ ESC-FILE
015420         AT END
015430            MOVE "S" TO WS-FIM-ESCOLAS
015440            GO TO 1076-LE-ESCOLA-EXIT
015450     END-READ.
015460     IF WS-ESCT-QTD >= 10
015470        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
015480        MOVE "S" TO WS-FIM-ESCOLAS
015490        GO TO 1076-LE-ESCOLA-EXIT
015500     END-IF.
015510     ADD 1 TO WS-ESCT-QTD.
015520     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
015530     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
015540 1076-LE-ESCOLA-EXIT. EXIT.
015550*-----------------------------------------------------------------
015560* NOME DA ESCOLA DO CABECALHO, DO CADASTRO ESCOLAS; ESCOLA SEM
015570* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
015580*-----------------------------------------------------------------
015590 9100-PROCURA-ESCOLA.
015600     MOVE "N" TO WS-ESCT-ACHOU.
015610     MOVE 1 TO WS-ESCT-IDX.
015620     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
015630         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
015640     IF ESCT-ACHOU
015650        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
015660     ELSE
015670        MOVE SPACES TO WS-NOME-ESCOLA
015680        STRING "ESCOLA " WS-ESCOLA-ATUAL
015690            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
015700     END-IF.
015710 9100-PROCURA-ESCOLA-EXIT. EXIT.
015720*-----------------------------------------------------------------
015730 9150-COMPARA-ESCOLA.
015740     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
015750        MOVE "S" TO WS-ESCT-ACHOU
015760     ELSE
015770        ADD 1 TO WS-ESCT-IDX
015780     END-IF.
015790 9150-COMPARA-ESCOLA-EXIT. EXIT.
015800*-----------------------------------------------------------------
015810 8000-FINALIZA.
015820     MOVE WS-RED-ALUNOS    TO W2N-ALUNOS.
015830     MOVE WS-RED-PROMOVIDO TO W2N-PROMOVIDO.
015840     MOVE WS-RED-RETIDO    TO W2N-RETIDO.
015850     MOVE WS-RED-INCOMPL   TO W2N-INCOMPL.
015860     MOVE WS-RED-TRANSF    TO W2N-TRANSF.
015870     WRITE RL2-LINHA FROM WS2-CON-LINHA.
015880     IF WS-TOT-OUTROS-ANOS > ZEROS
015890        DISPLAY "REGISTROS DE OUTROS ANOS LETIVOS IGNORADOS: "
015900                WS-TOT-OUTROS-ANOS
015910     END-IF.
015920     CLOSE HISTORD-FILE.
015930     CLOSE RELANUAL-FILE.
015940     CLOSE MATAN-FILE.
015950     IF DEP-ABERTO
015960        CLOSE DEP-FILE
015970     END-IF.
015980     DISPLAY "DEPENDENCIAS ABERTAS NO ANO: " WS-RED-DEP-ABERTAS
015990             " - DE ALUNOS RETIDOS: " WS-RED-DEP-RETIDAS
016000             " - DESFEITAS: " WS-RED-DEP-DESFEITAS.
016010     IF WS-RED-RETIDO-DEP > ZEROS
016020        DISPLAY "ALUNOS RETIDOS POR DEPENDENCIA ABERTA: "
016030                WS-RED-RETIDO-DEP
016040     END-IF.
016050     DISPLAY "FIM DO PROGRAMA02".
016060*-----------------------------------------------------------------
016070 END PROGRAM PROGRAMA02.
