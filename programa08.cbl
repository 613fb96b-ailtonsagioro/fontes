000310*                   PAGINA PASSA A TRAZER O NOME DA ESCOLA DO
000320*                   ALUNO, DO CADASTRO ESCOLAS, NO LUGAR DO
000330*                   LITERAL FIXO.
000340*   2026-10-15 JAS  PROGRESSAO PARCIAL: A PAGINA DO ALUNO FECHA
000350*                   COM AS DEPENDENCIAS DO CADASTRO DEPENDENCIA
000360*                   (DISCIPLINA, ANO DE ORIGEM, MEDIA QUE
000370*                   REPROVOU) E O ANO EM QUE CADA UMA FOI
000380*                   CONCLUIDA, OU "EM ABERTO".
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PROGRAMA08.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ARQ-STATUS.
000480     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK04".
000490     SELECT ARQORD-FILE ASSIGN TO ARQORD
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ARQORD-STATUS.
000520     SELECT HISTPARM-FILE ASSIGN TO HISTPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HISTPARM-STATUS.
000550     SELECT ESC-FILE ASSIGN TO ESCOLAS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ESCOLAS-STATUS.
000580     SELECT CAD-FILE ASSIGN TO CADASTRO
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS CD-MATRICULA
000620         FILE STATUS IS WS-CAD-STATUS.
000630     SELECT RELHIST-FILE ASSIGN TO RELHIST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RELHIST-STATUS.
000660     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS DP-CHAVE
000700         FILE STATUS IS WS-DEP-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ARQ-FILE
000740     RECORD CONTAINS 56 CHARACTERS.
000750     COPY ARQREC.
000760 SD  SORT-WORK-FILE.
000770 01  SORT-REC.
000780     05  SR-ANO-LETIVO         PIC 9(04).
000790     05  SR-MATRICULA          PIC 9(05).
000800     05  SR-ESCOLA             PIC 9(02).
000810     05  SR-TIPO               PIC X(01).
000820     05  SR-DADOS.
000830         10  SR-DH-NOME        PIC X(15).
000840         10  SR-DH-TURMA       PIC X(10).
000850         10  SR-DH-DISC        PIC X(03).
000860         10  SR-DH-BIMESTRE    PIC X(01).
000870         10  FILLER            PIC X(15).
000880 FD  ARQORD-FILE
000890     RECORD CONTAINS 56 CHARACTERS.
000900 01  AO-REC.
000910     05  AO-ANO-LETIVO     PIC 9(04).
000920     05  AO-MATRICULA      PIC 9(05).
000930     05  AO-ESCOLA         PIC 9(02).
000940     05  AO-TIPO           PIC X(01).
000950     05  AO-DADOS          PIC X(44).
000960     05  AO-DADOS-HIST REDEFINES AO-DADOS.
000970         10  AOH-NOME-ALUNO    PIC X(15).
000980         10  AOH-TURMA         PIC X(10).
000990         10  AOH-DISCIPLINA    PIC X(03).
001000         10  AOH-BIMESTRE      PIC 9(01).
001010         10  AOH-N1            PIC 9(02)V9(01).
001020         10  AOH-N2            PIC 9(02)V9(01).
001030         10  AOH-N3            PIC 9(02)V9(01).
001040         10  AOH-N4            PIC 9(02)V9(01).
001050         10  AOH-MEDIA-BIM     PIC 9(02)V9(01).
001060     05  AO-DADOS-ANUAL REDEFINES AO-DADOS.
001070         10  AOA-NOME-ALUNO    PIC X(15).
001080         10  AOA-MEDIA-ANUAL   PIC 9(02)V9(01).
001090         10  AOA-QTD-REPROVA   PIC 9(02).
001100         10  AOA-FREQ-PERC     PIC 9(03).
001110         10  AOA-SITUACAO      PIC X(01).
001120         10  FILLER            PIC X(20).
001130     05  AO-DADOS-FREQ REDEFINES AO-DADOS.
001140         10  AOF-BIMESTRE      PIC 9(01).
001150         10  AOF-AULAS-DADAS   PIC 9(03).
001160         10  AOF-FALTAS        PIC 9(03).
001170         10  FILLER            PIC X(37).
001180     05  AO-DADOS-RECUP REDEFINES AO-DADOS.
001190         10  AOR-NOTA-RECUP    PIC 9(02)V9(01).
001200         10  FILLER            PIC X(41).
001210 FD  HISTPARM-FILE
001220     RECORD CONTAINS 15 CHARACTERS.
001230     COPY HISPREC.
001240 FD  ESC-FILE
001250     RECORD CONTAINS 32 CHARACTERS.
001260     COPY ESCREC.
001270 FD  CAD-FILE
001280     RECORD CONTAINS 32 CHARACTERS.
001290     COPY CADREC.
001300 FD  RELHIST-FILE
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  RL6-LINHA                 PIC X(132).
001330 FD  DEP-FILE
001340     RECORD CONTAINS 63 CHARACTERS.
001350     COPY DEPREC.
001360 WORKING-STORAGE SECTION.
001370*-----------------------------------------------------------------
001380* CHAVES E CONTADORES DE CONTROLE
001390*-----------------------------------------------------------------
001400 77  WS-ARQ-STATUS         PIC X(02) VALUE "00".
001410     88  ARQ-OK                      VALUE "00".
001420 77  WS-ARQORD-STATUS      PIC X(02) VALUE "00".
001430     88  ARQORD-OK                   VALUE "00".
001440 77  WS-HISTPARM-STATUS    PIC X(02) VALUE "00".
001450     88  HISTPARM-OK                 VALUE "00".
001460 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
001470     88  CAD-OK                      VALUE "00".
001480     88  CAD-FIM                     VALUE "10".
001490 77  WS-RELHIST-STATUS     PIC X(02) VALUE "00".
001500     88  RELHIST-OK                  VALUE "00".
001510 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001520     88  FIM-ARQUIVO                 VALUE "S".
001530 77  WS-FIM-CADASTRO       PIC X(01) VALUE "N".
001540     88  FIM-CADASTRO                VALUE "S".
001550 77  WS-TOT-ALUNOS         PIC 9(04) VALUE ZEROS.
001560*-----------------------------------------------------------------
001570* FILTRO DO CARTAO HISTPARM: MATRICULA PREENCHIDA = SO AQUELE
001580* ALUNO; SENAO TURMA PREENCHIDA = OS ALUNOS DAQUELA TURMA NO
001590* CADASTRO CORRENTE; SENAO TODOS OS ALUNOS DO ARQUIVO MORTO.
001600*-----------------------------------------------------------------
001610 77  WS-FILTRO-MATRICULA   PIC 9(05) VALUE ZEROS.
001620 77  WS-FILTRO-TURMA       PIC X(10) VALUE SPACES.
001630*-----------------------------------------------------------------
001640* TABELA DAS MATRICULAS DA TURMA FILTRADA, SELECIONADAS DO
001650* CADASTRO MESTRE NA INICIALIZACAO QUANDO O CARTAO PEDE UMA
001660* TURMA INTEIRA.
001670*-----------------------------------------------------------------
001680 77  WS-SEL-QTD            PIC 9(03) VALUE ZEROS.
001690 77  WS-SEL-IDX            PIC 9(03) VALUE ZEROS.
001700 77  WS-SEL-ACHOU          PIC X(01) VALUE "N".
001710     88  SEL-ACHOU                   VALUE "S".
001720 01  WS-SELECAO-TABELA.
001730     05  WS-SEL-MATRICULA  PIC 9(05) OCCURS 500 TIMES.
001740*-----------------------------------------------------------------
001750* QUEBRA DE CONTROLE EM DOIS NIVEIS (ALUNO E, DENTRO DO ALUNO,
001760* ANO LETIVO). O BLOCO DO ANO E ACUMULADO NAS TABELAS ABAIXO E
001770* IMPRESSO INTEIRO NO FECHAMENTO DO ANO, PORQUE O NOME E A TURMA
001780* SO CHEGAM NOS REGISTROS "A"/"H" E O RESUMO SO FECHA NO "R".
001790*-----------------------------------------------------------------
001800 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
001810 77  WS-ANO-ATUAL          PIC 9(04) VALUE ZEROS.
001820 77  WS-NOME-ATUAL         PIC X(15) VALUE SPACES.
001830 77  WS-TEM-ALUNO          PIC X(01) VALUE "N".
001840     88  TEM-ALUNO                   VALUE "S".
001850 77  WS-TEM-ANO            PIC X(01) VALUE "N".
001860     88  TEM-ANO                     VALUE "S".
001870 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
001880 77  WS-PAGINA-ABERTA      PIC X(01) VALUE "N".
001890     88  PAGINA-ABERTA               VALUE "S".
001900*-----------------------------------------------------------------
001910* ACUMULADORES DO ANO LETIVO CORRENTE: MEDIAS BIMESTRAIS POR
001920* DISCIPLINA (TIPO "H"), RESUMO DO EXTRATO ANUAL (TIPO "A"),
001930* FREQUENCIA ARQUIVADA (TIPO "F", USADA QUANDO O ANO NAO TEM
001940* EXTRATO "A") E NOTA DA RECUPERACAO (TIPO "R").
001950*-----------------------------------------------------------------
001960 77  WS-HD-QTD             PIC 9(02) VALUE ZEROS.
001970 77  WS-HD-IDX             PIC 9(02) VALUE ZEROS.
001980 77  WS-HD-ACHOU           PIC X(01) VALUE "N".
001990     88  HD-ACHOU                    VALUE "S".
002000 77  WS-HD-BIM             PIC 9(01) VALUE ZEROS.
002010 01  WS-DISC-TABELA.
002020     05  WS-HD-ENT OCCURS 10 TIMES.
002030         10  WS-HD-DISC        PIC X(03).
002040         10  WS-HD-BIM-ENT OCCURS 4 TIMES.
002050             15  WS-HD-MEDIA   PIC 9(02)V9(01).
002060             15  WS-HD-TEM     PIC X(01).
002070 77  WS-ANO-TURMA          PIC X(10) VALUE SPACES.
002080 77  WS-TEM-ANUAL          PIC X(01) VALUE "N".
002090     88  TEM-ANUAL                   VALUE "S".
002100 77  WS-ANO-FREQ           PIC 9(03) VALUE ZEROS.
002110 77  WS-ANO-SITUACAO       PIC X(01) VALUE SPACE.
002120 77  WS-TEM-RECUP          PIC X(01) VALUE "N".
002130     88  TEM-RECUP                   VALUE "S".
002140 77  WS-ANO-RECUP          PIC 9(02)V9(01) VALUE ZEROS.
002150 77  WS-FRQ-AULAS          PIC 9(05) VALUE ZEROS.
002160 77  WS-FRQ-FALTAS         PIC 9(05) VALUE ZEROS.
002170*-----------------------------------------------------------------
002180* APOIO DO FECHAMENTO DO ANO: MEDIA ANUAL DA DISCIPLINA SOBRE OS
002190* BIMESTRES PRESENTES E EDICAO DAS COLUNAS (TRACO NO BIMESTRE
002200* SEM REGISTRO ARQUIVADO).
002210*-----------------------------------------------------------------
002220 77  WS-SOMA-DISC          PIC 9(03)V9(01) VALUE ZEROS.
002230 77  WS-QTD-BIM            PIC 9(01) VALUE ZEROS.
002240 77  WS-MEDIA-DISC         PIC 9(02)V9(01) VALUE ZEROS.
002250 01  WS-NOTA-EDITADA       PIC Z9.9.
002260 77  WS-COL-TEXTO          PIC X(04) VALUE SPACES.
002270*-----------------------------------------------------------------
002280* CADASTRO DE ESCOLAS, PARA O NOME DA ESCOLA DO ALUNO NO
002290* CABECALHO DA PAGINA DO HISTORICO.
002300*-----------------------------------------------------------------
002310 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
002320     88  ESCOLAS-OK                  VALUE "00".
002330 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
002340     88  FIM-ESCOLAS                 VALUE "S".
002350 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
002360 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
002370 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
002380     88  ESCT-ACHOU                  VALUE "S".
002390 01  WS-ESCOLAS-TABELA.
002400     05  WS-ESCT-ENT OCCURS 10 TIMES.
002410         10  WS-ESCT-CODIGO    PIC 9(02).
002420         10  WS-ESCT-NOME      PIC X(30).
002430*-----------------------------------------------------------------
002440* IDENTIFICACAO DA ESCOLA NO CABECALHO DO HISTORICO
002450*-----------------------------------------------------------------
002460 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
002470*-----------------------------------------------------------------
002480* DEPENDENCIAS DO CADASTRO DEPENDENCIA (ABERTAS E CONCLUIDAS; A
002490* REPROVACAO DE ALUNO RETIDO, "R", NAO E DEPENDENCIA E NAO SAI),
002500* CARREGADAS NA INICIALIZACAO NA ORDEM DA CHAVE E IMPRESSAS NO
002510* FIM DA PAGINA DE CADA ALUNO.
002520*-----------------------------------------------------------------
002530 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
002540     88  DEP-OK                      VALUE "00".
002550 77  WS-FIM-DEP            PIC X(01) VALUE "N".
002560     88  FIM-DEP                     VALUE "S".
002570 77  WS-DEP-TITULO         PIC X(01) VALUE "N".
002580     88  DEP-TITULO                  VALUE "S".
002590 77  WS-DPT-QTD            PIC 9(04) VALUE ZEROS.
002600 77  WS-DPT-IDX            PIC 9(04) VALUE ZEROS.
002610 01  WS-DEPENDENCIAS-TABELA.
002620     05  WS-DPT-ENT OCCURS 1000 TIMES.
002630         10  WS-DPT-MATRICULA  PIC 9(05).
002640         10  WS-DPT-DISCIPLINA PIC X(03).
002650         10  WS-DPT-ANO-ORIGEM PIC 9(04).
002660         10  WS-DPT-MEDIA-ORIG PIC 9(02)V9(01).
002670         10  WS-DPT-SITUACAO   PIC X(01).
002680         10  WS-DPT-ANO-CONCL  PIC 9(04).
002690         10  WS-DPT-MEDIA-DEP  PIC 9(02)V9(01).
002700*-----------------------------------------------------------------
002710* DATA DO SISTEMA, PARA O CABECALHO DO HISTORICO
002720*-----------------------------------------------------------------
002730 01  WS-DATA-AAAAMMDD.
002740     05  WS-DATA-AAAA      PIC 9(04).
002750     05  WS-DATA-MM        PIC 9(02).
002760     05  WS-DATA-DD        PIC 9(02).
002770 01  WS-DATA-FORMATADA     PIC X(10).
002780*-----------------------------------------------------------------
002790* LINHAS DO HISTORICO ESCOLAR IMPRESSO (RELHIST)
002800*-----------------------------------------------------------------
002810     COPY REL6LINE.
002820 PROCEDURE DIVISION.
002830*-----------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 1000-INICIALIZA.
002860     PERFORM 2000-PROCESSA-ARQUIVO THRU
002870         2000-PROCESSA-ARQUIVO-EXIT
002880         UNTIL FIM-ARQUIVO.
002890     PERFORM 2500-FECHA-ULTIMO.
002900     PERFORM 8000-FINALIZA.
002910     STOP RUN.
002920*-----------------------------------------------------------------
002930 1000-INICIALIZA.
002940     DISPLAY "INICIO DO PROGRAMA08".
002950     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002960     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002970     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002980     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002990     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
003000     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
003010     PERFORM 1050-LE-HISTPARM THRU 1050-LE-HISTPARM-EXIT.
003020     PERFORM 1075-CARREGA-ESCOLAS THRU
003030         1075-CARREGA-ESCOLAS-EXIT.
003040     PERFORM 1080-CARREGA-DEPENDENCIAS THRU
003050         1080-CARREGA-DEPENDENCIAS-EXIT.
003060     IF WS-FILTRO-MATRICULA = ZEROS
003070        AND WS-FILTRO-TURMA NOT = SPACES
003080        PERFORM 1060-SELECIONA-TURMA THRU
003090            1060-SELECIONA-TURMA-EXIT
003100     END-IF.
003110     SORT SORT-WORK-FILE
003120         ON ASCENDING KEY SR-MATRICULA SR-ANO-LETIVO SR-TIPO
003130             SR-DH-DISC SR-DH-BIMESTRE
003140         USING ARQ-FILE
003150         GIVING ARQORD-FILE.
003160     OPEN INPUT ARQORD-FILE.
003170     IF NOT ARQORD-OK
003180        DISPLAY "ERRO AO ABRIR ARQORD - STATUS "
003190                WS-ARQORD-STATUS
003200        MOVE "S" TO WS-FIM-ARQUIVO
003210     END-IF.
003220     OPEN OUTPUT RELHIST-FILE.
003230     IF NOT RELHIST-OK
003240        DISPLAY "ERRO AO ABRIR RELHIST - STATUS "
003250                WS-RELHIST-STATUS
003260        MOVE "S" TO WS-FIM-ARQUIVO
003270     END-IF.
003280*-----------------------------------------------------------------
003290 1050-LE-HISTPARM.
003300     OPEN INPUT HISTPARM-FILE.
003310     IF NOT HISTPARM-OK
003320        DISPLAY "HISTPARM NAO ENCONTRADO - IMPRIMINDO TODOS OS"
003330                " ALUNOS DO ARQUIVO MORTO"
003340        GO TO 1050-LE-HISTPARM-EXIT
003350     END-IF.
003360     READ HISTPARM-FILE
003370         AT END
003380            CLOSE HISTPARM-FILE
003390            GO TO 1050-LE-HISTPARM-EXIT
003400     END-READ.
003410     IF HP-MATRICULA NOT = SPACES
003420        IF HP-MATRICULA IS NUMERIC
003430           MOVE HP-MATRICULA TO WS-FILTRO-MATRICULA
003440           DISPLAY "IMPRIMINDO SO A MATRICULA "
003450                   WS-FILTRO-MATRICULA
003460        ELSE
003470           DISPLAY "MATRICULA INVALIDA NO CARTAO HISTPARM: "
003480                   HP-MATRICULA " - CARTAO IGNORADO"
003490        END-IF
003500     ELSE
003510        IF HP-TURMA NOT = SPACES
003520           MOVE HP-TURMA TO WS-FILTRO-TURMA
003530           DISPLAY "IMPRIMINDO SO A TURMA " WS-FILTRO-TURMA
003540        END-IF
003550     END-IF.
003560     CLOSE HISTPARM-FILE.
003570 1050-LE-HISTPARM-EXIT. EXIT.
003580*-----------------------------------------------------------------
003590* SELECIONA NO CADASTRO MESTRE AS MATRICULAS DA TURMA PEDIDA NO
003600* CARTAO. A TURMA DO CADASTRO E A CORRENTE: E ELA QUE A
003610* SECRETARIA CONHECE NA HORA DO PEDIDO.
003620*-----------------------------------------------------------------
003630 1060-SELECIONA-TURMA.
003640     OPEN INPUT CAD-FILE.
003650     IF NOT CAD-OK
003660        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
003670        DISPLAY "SEM CADASTRO NAO HA COMO RESOLVER A TURMA"
003680        MOVE "S" TO WS-FIM-ARQUIVO
003690        GO TO 1060-SELECIONA-TURMA-EXIT
003700     END-IF.
003710     PERFORM 1065-LE-CADASTRO THRU 1065-LE-CADASTRO-EXIT
003720         UNTIL FIM-CADASTRO.
003730     CLOSE CAD-FILE.
003740     DISPLAY "MATRICULAS DA TURMA SELECIONADAS: " WS-SEL-QTD.
003750     IF WS-SEL-QTD = ZEROS
003760        DISPLAY "NENHUM ALUNO DA TURMA " WS-FILTRO-TURMA
003770                " NO CADASTRO - NADA A IMPRIMIR"
003780     END-IF.
003790 1060-SELECIONA-TURMA-EXIT. EXIT.
003800*-----------------------------------------------------------------
003810 1065-LE-CADASTRO.
003820     READ CAD-FILE
003830         AT END
003840            MOVE "S" TO WS-FIM-CADASTRO
003850            GO TO 1065-LE-CADASTRO-EXIT
003860     END-READ.
003870     IF NOT CAD-OK
003880        DISPLAY "ERRO NA LEITURA DE CADASTRO - STATUS "
003890                WS-CAD-STATUS
003900        MOVE "S" TO WS-FIM-CADASTRO
003910        GO TO 1065-LE-CADASTRO-EXIT
003920     END-IF.
003930     IF CD-TURMA NOT = WS-FILTRO-TURMA
003940        GO TO 1065-LE-CADASTRO-EXIT
003950     END-IF.
003960     IF WS-SEL-QTD >= 500
003970        DISPLAY "MAIS DE 500 ALUNOS NA TURMA - EXCEDENTE"
003980                " IGNORADO"
003990        MOVE "S" TO WS-FIM-CADASTRO
004000        GO TO 1065-LE-CADASTRO-EXIT
004010     END-IF.
004020     ADD 1 TO WS-SEL-QTD.
004030     MOVE CD-MATRICULA TO WS-SEL-MATRICULA (WS-SEL-QTD).
004040 1065-LE-CADASTRO-EXIT. EXIT.
004050*-----------------------------------------------------------------
004060 2000-PROCESSA-ARQUIVO.
004070     PERFORM 2100-LER-ARQORD THRU 2100-LER-ARQORD-EXIT.
004080     IF FIM-ARQUIVO
004090        GO TO 2000-PROCESSA-ARQUIVO-EXIT
004100     END-IF.
004110     PERFORM 2150-FILTRA-REGISTRO THRU
004120         2150-FILTRA-REGISTRO-EXIT.
004130     IF NOT SEL-ACHOU
004140        GO TO 2000-PROCESSA-ARQUIVO-EXIT
004150     END-IF.
004160     IF TEM-ANO
004170        AND (AO-MATRICULA NOT = WS-MATR-ATUAL
004180        OR AO-ANO-LETIVO NOT = WS-ANO-ATUAL)
004190        PERFORM 2300-FECHA-ANO THRU 2300-FECHA-ANO-EXIT
004200     END-IF.
004210     IF TEM-ALUNO AND AO-MATRICULA NOT = WS-MATR-ATUAL
004220        PERFORM 2400-FECHA-ALUNO
004230     END-IF.
004240     IF NOT TEM-ALUNO
004250        PERFORM 2600-ABRE-ALUNO
004260     END-IF.
004270     IF NOT TEM-ANO
004280        PERFORM 2700-ABRE-ANO
004290     END-IF.
004300     PERFORM 2200-ACUMULA-REGISTRO THRU
004310         2200-ACUMULA-REGISTRO-EXIT.
004320 2000-PROCESSA-ARQUIVO-EXIT. EXIT.
004330*-----------------------------------------------------------------
004340 2100-LER-ARQORD.
004350     READ ARQORD-FILE
004360         AT END
004370            MOVE "S" TO WS-FIM-ARQUIVO
004380            GO TO 2100-LER-ARQORD-EXIT
004390     END-READ.
004400     IF NOT ARQORD-OK
004410        DISPLAY "ERRO NA LEITURA DE ARQORD - STATUS "
004420                WS-ARQORD-STATUS
004430        MOVE "S" TO WS-FIM-ARQUIVO
004440        GO TO 2100-LER-ARQORD-EXIT
004450     END-IF.
004460 2100-LER-ARQORD-EXIT. EXIT.
004470*-----------------------------------------------------------------
004480* DECIDE SE O REGISTRO CORRENTE ENTRA NO HISTORICO PEDIDO:
004490* FILTRO POR MATRICULA, POR TURMA (TABELA SELECIONADA DO
004500* CADASTRO) OU SEM FILTRO (TODOS).
004510*-----------------------------------------------------------------
004520 2150-FILTRA-REGISTRO.
004530     MOVE "S" TO WS-SEL-ACHOU.
004540     IF WS-FILTRO-MATRICULA > ZEROS
004550        IF AO-MATRICULA NOT = WS-FILTRO-MATRICULA
004560           MOVE "N" TO WS-SEL-ACHOU
004570        END-IF
004580        GO TO 2150-FILTRA-REGISTRO-EXIT
004590     END-IF.
004600     IF WS-FILTRO-TURMA = SPACES
004610        GO TO 2150-FILTRA-REGISTRO-EXIT
004620     END-IF.
004630     MOVE "N" TO WS-SEL-ACHOU.
004640     MOVE 1 TO WS-SEL-IDX.
004650     PERFORM 2160-COMPARA-SELECAO THRU
004660         2160-COMPARA-SELECAO-EXIT
004670         UNTIL SEL-ACHOU OR WS-SEL-IDX > WS-SEL-QTD.
004680 2150-FILTRA-REGISTRO-EXIT. EXIT.
004690*-----------------------------------------------------------------
004700 2160-COMPARA-SELECAO.
004710     IF WS-SEL-MATRICULA (WS-SEL-IDX) = AO-MATRICULA
004720        MOVE "S" TO WS-SEL-ACHOU
004730     ELSE
004740        ADD 1 TO WS-SEL-IDX
004750     END-IF.
004760 2160-COMPARA-SELECAO-EXIT. EXIT.
004770*-----------------------------------------------------------------
004780 2200-ACUMULA-REGISTRO.
004790     EVALUATE AO-TIPO
004800        WHEN "H"
004810           PERFORM 2210-ACUMULA-HISTORICO THRU
004820               2210-ACUMULA-HISTORICO-EXIT
004830        WHEN "A"
004840           MOVE AOA-NOME-ALUNO TO WS-NOME-ATUAL
004850           MOVE AO-ESCOLA      TO WS-ESCOLA-ATUAL
004860           MOVE AOA-FREQ-PERC  TO WS-ANO-FREQ
004870           MOVE AOA-SITUACAO   TO WS-ANO-SITUACAO
004880           MOVE "S"            TO WS-TEM-ANUAL
004890        WHEN "F"
004900           ADD AOF-AULAS-DADAS TO WS-FRQ-AULAS
004910           ADD AOF-FALTAS      TO WS-FRQ-FALTAS
004920        WHEN "R"
004930           MOVE AOR-NOTA-RECUP TO WS-ANO-RECUP
004940           MOVE "S"            TO WS-TEM-RECUP
004950        WHEN OTHER
004960           DISPLAY "TIPO INVALIDO NO ARQUIVO MORTO: " AO-TIPO
004970                   " MATRICULA " AO-MATRICULA
004980     END-EVALUATE.
004990 2200-ACUMULA-REGISTRO-EXIT. EXIT.
005000*-----------------------------------------------------------------
005010 2210-ACUMULA-HISTORICO.
005020     MOVE AOH-NOME-ALUNO TO WS-NOME-ATUAL.
005030     MOVE AO-ESCOLA      TO WS-ESCOLA-ATUAL.
005040     MOVE AOH-TURMA      TO WS-ANO-TURMA.
005050     IF AOH-BIMESTRE < 1 OR AOH-BIMESTRE > 4
005060        DISPLAY "BIMESTRE INVALIDO NO ARQUIVO MORTO: "
005070                AOH-BIMESTRE " MATRICULA " AO-MATRICULA
005080        GO TO 2210-ACUMULA-HISTORICO-EXIT
005090     END-IF.
005100     PERFORM 2220-PROCURA-DISCIPLINA THRU
005110         2220-PROCURA-DISCIPLINA-EXIT.
005120     IF NOT HD-ACHOU
005130        IF WS-HD-QTD >= 10
005140           DISPLAY "MAIS DE 10 DISCIPLINAS NO ANO "
005150                   AO-ANO-LETIVO " MATRICULA " AO-MATRICULA
005160                   " - EXCEDENTE IGNORADO"
005170           GO TO 2210-ACUMULA-HISTORICO-EXIT
005180        END-IF
005190        ADD 1 TO WS-HD-QTD
005200        MOVE WS-HD-QTD TO WS-HD-IDX
005210        MOVE AOH-DISCIPLINA TO WS-HD-DISC (WS-HD-IDX)
005220     END-IF.
005230     MOVE AOH-BIMESTRE TO WS-HD-BIM.
005240     MOVE AOH-MEDIA-BIM
005250         TO WS-HD-MEDIA (WS-HD-IDX, WS-HD-BIM).
005260     MOVE "S" TO WS-HD-TEM (WS-HD-IDX, WS-HD-BIM).
005270 2210-ACUMULA-HISTORICO-EXIT. EXIT.
005280*-----------------------------------------------------------------
005290 2220-PROCURA-DISCIPLINA.
005300     MOVE "N" TO WS-HD-ACHOU.
005310     MOVE 1 TO WS-HD-IDX.
005320     PERFORM 2230-COMPARA-DISCIPLINA THRU
005330         2230-COMPARA-DISCIPLINA-EXIT
005340         UNTIL HD-ACHOU OR WS-HD-IDX > WS-HD-QTD.
005350 2220-PROCURA-DISCIPLINA-EXIT. EXIT.
005360*-----------------------------------------------------------------
005370 2230-COMPARA-DISCIPLINA.
005380     IF WS-HD-DISC (WS-HD-IDX) = AOH-DISCIPLINA
005390        MOVE "S" TO WS-HD-ACHOU
005400     ELSE
005410        ADD 1 TO WS-HD-IDX
005420     END-IF.
005430 2230-COMPARA-DISCIPLINA-EXIT. EXIT.
005440*-----------------------------------------------------------------
005450* IMPRIME O BLOCO DO ANO LETIVO ACUMULADO: NA PRIMEIRA VEZ DO
005460* ALUNO, ANTES, O CABECALHO DA PAGINA (COM SALTO DE PAGINA ENTRE
005470* ALUNOS, COMO NO BOLETIM INDIVIDUAL DO PROGRAMA05).
005480*-----------------------------------------------------------------
005490 2300-FECHA-ANO.
005500     IF NOT PAGINA-ABERTA
005510        PERFORM 2650-IMPRIME-CAB-PAGINA
005520     END-IF.
005530     MOVE WS-ANO-ATUAL TO W6A-ANO.
005540     MOVE WS-ANO-TURMA TO W6A-TURMA.
005550     WRITE RL6-LINHA FROM WS6-ANO-LINHA
005560         AFTER ADVANCING 1 LINE.
005570     WRITE RL6-LINHA FROM WS6-CAB-3-LINHA
005580         AFTER ADVANCING 1 LINE.
005590     PERFORM 2350-IMPRIME-DISCIPLINA THRU
005600         2350-IMPRIME-DISCIPLINA-EXIT
005610         VARYING WS-HD-IDX FROM 1 BY 1
005620         UNTIL WS-HD-IDX > WS-HD-QTD.
005630     PERFORM 2380-IMPRIME-RESUMO-ANO.
005640     MOVE "N" TO WS-TEM-ANO.
005650 2300-FECHA-ANO-EXIT. EXIT.
005660*-----------------------------------------------------------------
005670 2350-IMPRIME-DISCIPLINA.
005680     MOVE WS-HD-DISC (WS-HD-IDX) TO W6D-DISCIPLINA.
005690     MOVE ZEROS TO WS-SOMA-DISC WS-QTD-BIM.
005700     MOVE 1 TO WS-HD-BIM.
005710     PERFORM 2360-EDITA-BIMESTRE
005720         VARYING WS-HD-BIM FROM 1 BY 1
005730         UNTIL WS-HD-BIM > 4.
005740     IF WS-QTD-BIM > ZEROS
005750        DIVIDE WS-SOMA-DISC BY WS-QTD-BIM
005760           GIVING WS-MEDIA-DISC ROUNDED
005770        MOVE WS-MEDIA-DISC TO WS-NOTA-EDITADA
005780        MOVE WS-NOTA-EDITADA TO W6D-MEDIA
005790     ELSE
005800        MOVE " -  " TO W6D-MEDIA
005810     END-IF.
005820     WRITE RL6-LINHA FROM WS6-DET-LINHA
005830         AFTER ADVANCING 1 LINE.
005840 2350-IMPRIME-DISCIPLINA-EXIT. EXIT.
005850*-----------------------------------------------------------------
005860 2360-EDITA-BIMESTRE.
005870     IF WS-HD-TEM (WS-HD-IDX, WS-HD-BIM) = "S"
005880        ADD WS-HD-MEDIA (WS-HD-IDX, WS-HD-BIM) TO WS-SOMA-DISC
005890        ADD 1 TO WS-QTD-BIM
005900        MOVE WS-HD-MEDIA (WS-HD-IDX, WS-HD-BIM)
005910            TO WS-NOTA-EDITADA
005920        MOVE WS-NOTA-EDITADA TO WS-COL-TEXTO
005930     ELSE
005940        MOVE " -  " TO WS-COL-TEXTO
005950     END-IF.
005960     EVALUATE WS-HD-BIM
005970        WHEN 1
005980           MOVE WS-COL-TEXTO TO W6D-B1
005990        WHEN 2
006000           MOVE WS-COL-TEXTO TO W6D-B2
006010        WHEN 3
006020           MOVE WS-COL-TEXTO TO W6D-B3
006030        WHEN 4
006040           MOVE WS-COL-TEXTO TO W6D-B4
006050     END-EVALUATE.
006060*-----------------------------------------------------------------
006070* RESUMO DO ANO: FREQUENCIA DO EXTRATO "A" (OU, SEM EXTRATO, A
006080* APURADA DOS REGISTROS "F"; SEM APONTAMENTO NENHUM, 100, COMO
006090* NA APURACAO ANUAL DO PROGRAMA02), NOTA DA RECUPERACAO QUANDO
006100* HOUVE EXAME E A SITUACAO FINAL ARQUIVADA.
006110*-----------------------------------------------------------------
006120 2380-IMPRIME-RESUMO-ANO.
006130     IF NOT TEM-ANUAL
006140        IF WS-FRQ-AULAS > ZEROS
006150           COMPUTE WS-ANO-FREQ ROUNDED =
006160               ((WS-FRQ-AULAS - WS-FRQ-FALTAS) * 100)
006170               / WS-FRQ-AULAS
006180        ELSE
006190           MOVE 100 TO WS-ANO-FREQ
006200        END-IF
006210     END-IF.
006220     MOVE WS-ANO-FREQ TO W6R-FREQ.
006230     IF TEM-RECUP
006240        MOVE WS-ANO-RECUP TO WS-NOTA-EDITADA
006250        MOVE WS-NOTA-EDITADA TO W6R-RECUP
006260     ELSE
006270        MOVE " -  " TO W6R-RECUP
006280     END-IF.
006290     IF NOT TEM-ANUAL
006300        MOVE "SEM APURACAO" TO W6R-SITUACAO
006310     ELSE
006320        EVALUATE WS-ANO-SITUACAO
006330           WHEN "P"
006340              MOVE "PROMOVIDO"  TO W6R-SITUACAO
006350           WHEN "R"
006360              MOVE "RETIDO"     TO W6R-SITUACAO
006370           WHEN "I"
006380              MOVE "INCOMPLETO" TO W6R-SITUACAO
006390           WHEN "T"
006400              MOVE "TRANSFERIDO" TO W6R-SITUACAO
006410           WHEN OTHER
006420              MOVE "SEM APURACAO" TO W6R-SITUACAO
006430        END-EVALUATE
006440     END-IF.
006450     WRITE RL6-LINHA FROM WS6-RES-LINHA
006460         AFTER ADVANCING 1 LINE.
006470     MOVE SPACES TO RL6-LINHA.
006480     WRITE RL6-LINHA AFTER ADVANCING 1 LINE.
006490*-----------------------------------------------------------------
006500 2400-FECHA-ALUNO.
006510     IF PAGINA-ABERTA
006520        ADD 1 TO WS-TOT-ALUNOS
006530        PERFORM 2450-IMPRIME-DEPENDENCIAS
006540     END-IF.
006550     MOVE "N" TO WS-TEM-ALUNO.
006560     MOVE "N" TO WS-PAGINA-ABERTA.
006570*-----------------------------------------------------------------
006580* BLOCO DAS DEPENDENCIAS NO FIM DA PAGINA DO ALUNO: O TITULO SO
006590* SAI SE O ALUNO TIVER ALGUMA.
006600*-----------------------------------------------------------------
006610 2450-IMPRIME-DEPENDENCIAS.
006620     MOVE "N" TO WS-DEP-TITULO.
006630     PERFORM 2460-IMPRIME-DEPENDENCIA THRU
006640         2460-IMPRIME-DEPENDENCIA-EXIT
006650         VARYING WS-DPT-IDX FROM 1 BY 1
006660         UNTIL WS-DPT-IDX > WS-DPT-QTD.
006670     IF DEP-TITULO
006680        MOVE SPACES TO RL6-LINHA
006690        WRITE RL6-LINHA AFTER ADVANCING 1 LINE
006700     END-IF.
006710*-----------------------------------------------------------------
006720 2460-IMPRIME-DEPENDENCIA.
006730     IF WS-DPT-MATRICULA (WS-DPT-IDX) NOT = WS-MATR-ATUAL
006740        GO TO 2460-IMPRIME-DEPENDENCIA-EXIT
006750     END-IF.
006760     IF NOT DEP-TITULO
006770        WRITE RL6-LINHA FROM WS6-DEP-TIT-LINHA
006780            AFTER ADVANCING 1 LINE
006790        WRITE RL6-LINHA FROM WS6-DEP-CAB-LINHA
006800            AFTER ADVANCING 1 LINE
006810        MOVE "S" TO WS-DEP-TITULO
006820     END-IF.
006830     MOVE WS-DPT-DISCIPLINA (WS-DPT-IDX) TO W6P-DISCIPLINA.
006840     MOVE WS-DPT-ANO-ORIGEM (WS-DPT-IDX) TO W6P-ANO-ORIGEM.
006850     MOVE WS-DPT-MEDIA-ORIG (WS-DPT-IDX) TO WS-NOTA-EDITADA.
006860     MOVE WS-NOTA-EDITADA TO W6P-MEDIA-ORIG.
006870     IF WS-DPT-SITUACAO (WS-DPT-IDX) = "C"
006880        MOVE "CONCLUIDA"  TO W6P-SITUACAO
006890        MOVE WS-DPT-ANO-CONCL (WS-DPT-IDX) TO W6P-ANO-CONCL
006900        MOVE WS-DPT-MEDIA-DEP (WS-DPT-IDX) TO WS-NOTA-EDITADA
006910        MOVE WS-NOTA-EDITADA TO W6P-MEDIA-DEP
006920     ELSE
006930        MOVE "EM ABERTO"  TO W6P-SITUACAO
006940        MOVE " -  "       TO W6P-ANO-CONCL
006950        MOVE " -  "       TO W6P-MEDIA-DEP
006960     END-IF.
006970     WRITE RL6-LINHA FROM WS6-DEP-LINHA
006980         AFTER ADVANCING 1 LINE.
006990 2460-IMPRIME-DEPENDENCIA-EXIT. EXIT.
007000*-----------------------------------------------------------------
007010 2500-FECHA-ULTIMO.
007020     IF TEM-ANO
007030        PERFORM 2300-FECHA-ANO THRU 2300-FECHA-ANO-EXIT
007040     END-IF.
007050     IF TEM-ALUNO
007060        PERFORM 2400-FECHA-ALUNO
007070     END-IF.
007080*-----------------------------------------------------------------
007090 2600-ABRE-ALUNO.
007100     MOVE AO-MATRICULA TO WS-MATR-ATUAL.
007110     MOVE SPACES TO WS-NOME-ATUAL.
007120     MOVE ZEROS TO WS-ESCOLA-ATUAL.
007130     MOVE "S" TO WS-TEM-ALUNO.
007140     MOVE "N" TO WS-PAGINA-ABERTA.
007150*-----------------------------------------------------------------
007160* O CABECALHO DA PAGINA SO SAI NO PRIMEIRO FECHAMENTO DE ANO DO
007170* ALUNO, QUANDO O NOME (REGISTROS "A"/"H") JA E CONHECIDO.
007180*-----------------------------------------------------------------
007190 2650-IMPRIME-CAB-PAGINA.
007200     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
007210     MOVE WS-NOME-ESCOLA TO W6C1-ESCOLA.
007220     IF WS-TOT-ALUNOS = ZEROS
007230        WRITE RL6-LINHA FROM WS6-CAB-1-LINHA
007240            AFTER ADVANCING 1 LINE
007250     ELSE
007260        WRITE RL6-LINHA FROM WS6-CAB-1-LINHA
007270            AFTER ADVANCING PAGE
007280     END-IF.
007290     MOVE WS-NOME-ATUAL     TO W6C2-NOME-ALUNO.
007300     MOVE WS-MATR-ATUAL     TO W6C2-MATRICULA.
007310     MOVE WS-DATA-FORMATADA TO W6C2-DATA.
007320     WRITE RL6-LINHA FROM WS6-CAB-2-LINHA
007330         AFTER ADVANCING 1 LINE.
007340     MOVE SPACES TO RL6-LINHA.
007350     WRITE RL6-LINHA AFTER ADVANCING 1 LINE.
007360     MOVE "S" TO WS-PAGINA-ABERTA.
007370*-----------------------------------------------------------------
007380 2700-ABRE-ANO.
007390     MOVE AO-ANO-LETIVO TO WS-ANO-ATUAL.
007400     MOVE "S" TO WS-TEM-ANO.
007410     MOVE ZEROS TO WS-HD-QTD.
007420     MOVE SPACES TO WS-ANO-TURMA.
007430     MOVE "N" TO WS-TEM-ANUAL.
007440     MOVE "N" TO WS-TEM-RECUP.
007450     MOVE ZEROS TO WS-ANO-FREQ WS-ANO-RECUP
007460         WS-FRQ-AULAS WS-FRQ-FALTAS.
007470     MOVE SPACE TO WS-ANO-SITUACAO.
007480     PERFORM 2750-ZERA-DISCIPLINA
007490         VARYING WS-HD-IDX FROM 1 BY 1
007500         UNTIL WS-HD-IDX > 10.
007510*-----------------------------------------------------------------
007520 2750-ZERA-DISCIPLINA.
007530     MOVE SPACES TO WS-HD-DISC (WS-HD-IDX).
007540     PERFORM 2760-ZERA-BIMESTRE
007550         VARYING WS-HD-BIM FROM 1 BY 1
007560         UNTIL WS-HD-BIM > 4.
007570*-----------------------------------------------------------------
007580 2760-ZERA-BIMESTRE.
007590     MOVE ZEROS TO WS-HD-MEDIA (WS-HD-IDX, WS-HD-BIM).
007600     MOVE "N"   TO WS-HD-TEM (WS-HD-IDX, WS-HD-BIM).
007610*-----------------------------------------------------------------
007620* SEM O CADASTRO DEPENDENCIA O HISTORICO SAI SEM O BLOCO DAS
007630* DEPENDENCIAS. COM O CARTAO DE UMA MATRICULA SO AS DELA SOBEM.
007640*-----------------------------------------------------------------
007650 1080-CARREGA-DEPENDENCIAS.
007660     OPEN INPUT DEP-FILE.
007670     IF NOT DEP-OK
007680        DISPLAY "DEPENDENCIA NAO ENCONTRADO - STATUS "
007690                WS-DEP-STATUS " - HISTORICO SEM DEPENDENCIAS"
007700        GO TO 1080-CARREGA-DEPENDENCIAS-EXIT
007710     END-IF.
007720     PERFORM 1085-LE-DEPENDENCIA THRU 1085-LE-DEPENDENCIA-EXIT
007730         UNTIL FIM-DEP.
007740     CLOSE DEP-FILE.
007750     DISPLAY "DEPENDENCIAS CARREGADAS: " WS-DPT-QTD.
007760 1080-CARREGA-DEPENDENCIAS-EXIT. EXIT.
007770*-----------------------------------------------------------------
007780 1085-LE-DEPENDENCIA.
007790     READ DEP-FILE NEXT RECORD
007800         AT END
007810            MOVE "S" TO WS-FIM-DEP
007820            GO TO 1085-LE-DEPENDENCIA-EXIT
007830     END-READ.
007840     IF NOT DEP-OK
007850        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
007860                WS-DEP-STATUS
007870        MOVE "S" TO WS-FIM-DEP
007880        GO TO 1085-LE-DEPENDENCIA-EXIT
007890     END-IF.
007900     IF DP-RETIDA
007910        GO TO 1085-LE-DEPENDENCIA-EXIT
007920     END-IF.
007930     IF WS-FILTRO-MATRICULA > ZEROS
007940        AND DP-MATRICULA NOT = WS-FILTRO-MATRICULA
007950        GO TO 1085-LE-DEPENDENCIA-EXIT
007960     END-IF.
007970     IF WS-DPT-QTD >= 1000
007980        DISPLAY "MAIS DE 1000 DEPENDENCIAS - EXCEDENTE IGNORADO"
007990        MOVE "S" TO WS-FIM-DEP
008000        GO TO 1085-LE-DEPENDENCIA-EXIT
008010     END-IF.
008020     ADD 1 TO WS-DPT-QTD.
008030     MOVE DP-MATRICULA     TO WS-DPT-MATRICULA (WS-DPT-QTD).
008040     MOVE DP-DISCIPLINA    TO WS-DPT-DISCIPLINA (WS-DPT-QTD).
008050     MOVE DP-ANO-ORIGEM    TO WS-DPT-ANO-ORIGEM (WS-DPT-QTD).
008060     MOVE DP-MEDIA-ORIGEM  TO WS-DPT-MEDIA-ORIG (WS-DPT-QTD).
008070     MOVE DP-SITUACAO      TO WS-DPT-SITUACAO (WS-DPT-QTD).
008080     MOVE DP-ANO-CONCLUSAO TO WS-DPT-ANO-CONCL (WS-DPT-QTD).
008090     MOVE DP-MEDIA-DEP     TO WS-DPT-MEDIA-DEP (WS-DPT-QTD).
008100 1085-LE-DEPENDENCIA-EXIT. EXIT.
008110*-----------------------------------------------------------------
008120 1075-CARREGA-ESCOLAS.
008130     OPEN INPUT ESC-FILE.
008140     IF NOT ESCOLAS-OK
008150        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
008160                WS-ESCOLAS-STATUS " - CABECALHOS COM O CODIGO"
008170                " DA ESCOLA"
008180        GO TO 1075-CARREGA-ESCOLAS-EXIT
008190     END-IF.
008200     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
008210         UNTIL FIM-ESCOLAS.
008220     CLOSE ESC-FILE.
008230     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
008240 1075-CARREGA-ESCOLAS-EXIT. EXIT.
008250*-----------------------------------------------------------------
008260 1076-LE-ESCOLA.
008270     READ ESC-FILE
008280         AT END
008290            MOVE "S" TO WS-FIM-ESCOLAS
008300            GO TO 1076-LE-ESCOLA-EXIT
008310     END-READ.
008320     IF WS-ESCT-QTD >= 10
008330        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
008340        MOVE "S" TO WS-FIM-ESCOLAS
008350        GO TO 1076-LE-ESCOLA-EXIT
008360     END-IF.
008370     ADD 1 TO WS-ESCT-QTD.
008380     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
008390     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
008400 1076-LE-ESCOLA-EXIT. EXIT.
008410*-----------------------------------------------------------------
008420* NOME DA ESCOLA DO CABECALHO, DO CADASTRO ESCOLAS; ESCOLA SEM
008430* CARTAO (OU ARQUIVO MORTO ANTIGO, COM A ESCOLA ZERADA) SAI COM
008440* O PROPRIO CODIGO NO LUGAR DO NOME.
008450*-----------------------------------------------------------------
008460 9100-PROCURA-ESCOLA.
008470     MOVE "N" TO WS-ESCT-ACHOU.
008480     MOVE 1 TO WS-ESCT-IDX.
008490     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
008500         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
008510     IF ESCT-ACHOU
008520        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
008530     ELSE
008540        MOVE SPACES TO WS-NOME-ESCOLA
008550        STRING "ESCOLA " WS-ESCOLA-ATUAL
008560            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
008570     END-IF.
008580 9100-PROCURA-ESCOLA-EXIT. EXIT.
008590*-----------------------------------------------------------------
008600 9150-COMPARA-ESCOLA.
008610     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
008620        MOVE "S" TO WS-ESCT-ACHOU
008630     ELSE
008640        ADD 1 TO WS-ESCT-IDX
008650     END-IF.
008660 9150-COMPARA-ESCOLA-EXIT. EXIT.
008670*-----------------------------------------------------------------
008680 8000-FINALIZA.
008690     MOVE WS-TOT-ALUNOS TO W6T-ALUNOS.
008700     WRITE RL6-LINHA FROM WS6-TRL-LINHA
008710         AFTER ADVANCING 1 LINE.
008720     CLOSE ARQORD-FILE.
008730     CLOSE RELHIST-FILE.
008740     DISPLAY "HISTORICOS IMPRESSOS: " WS-TOT-ALUNOS.
008750     DISPLAY "FIM DO PROGRAMA08".
008760*-----------------------------------------------------------------
008770 END PROGRAM PROGRAMA08.
