000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    LISTA DAS DEPENDENCIAS PENDENTES POR ESCOLA: LE O
000070*             CADASTRO DEPENDENCIA, ORDENA POR ESCOLA / NOME DO
000080*             ALUNO / MATRICULA / ANO DE ORIGEM / DISCIPLINA E
000090*             IMPRIME, COM SALTO DE PAGINA POR ESCOLA, CADA
000100*             DISCIPLINA EM DEPENDENCIA AINDA ABERTA - A TURMA E
000110*             A MEDIA DO ANO DE ORIGEM E A ETAPA QUE PROMOVEU O
000120*             ALUNO (CALCULO DO PROGRAMA02, RECUPERACAO DO
000130*             PROGRAMA03 OU CONSELHO DO PROGRAMA10). TOTAL DE
000140*             DEPENDENCIAS E DE ALUNOS POR ESCOLA E DA REDE,
000150*             COM A CONTAGEM DAS JA CONCLUIDAS. AS REPROVACOES
000160*             DE ALUNO RETIDO NAO SAO DEPENDENCIA E NAO SAEM.
000170*             A SECRETARIA USA A LISTA PARA ORGANIZAR AS TURMAS
000180*             DE DEPENDENCIA DO ANO.
000190* TECTONICS.  cobc -x programa16.cbl
000200*
000210* MODIFICATION HISTORY.
000220*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PROGRAMA16.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS DP-CHAVE
000330         FILE STATUS IS WS-DEP-STATUS.
000340     SELECT ESC-FILE ASSIGN TO ESCOLAS
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ESCOLAS-STATUS.
000370     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK11".
000380     SELECT DEPORD-FILE ASSIGN TO DEPORD
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DEPORD-STATUS.
000410     SELECT RELDEPPEN-FILE ASSIGN TO RELDEPPEN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RELDEPPEN-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DEP-FILE
000470     RECORD CONTAINS 63 CHARACTERS.
000480     COPY DEPREC.
000490 FD  ESC-FILE
000500     RECORD CONTAINS 32 CHARACTERS.
000510     COPY ESCREC.
000520 SD  SORT-WORK-FILE.
000530 01  SORT-REC.
000540     05  SR-MATRICULA          PIC 9(05).
000550     05  SR-DISCIPLINA         PIC X(03).
000560     05  SR-ANO-ORIGEM         PIC 9(04).
000570     05  SR-NOME-ALUNO         PIC X(15).
000580     05  SR-TURMA              PIC X(10).
000590     05  SR-ESCOLA             PIC 9(02).
000600     05  SR-RESTO              PIC X(24).
000610 FD  DEPORD-FILE
000620     RECORD CONTAINS 63 CHARACTERS.
000630 01  DO-REC.
000640     05  DO-MATRICULA          PIC 9(05).
000650     05  DO-DISCIPLINA         PIC X(03).
000660     05  DO-ANO-ORIGEM         PIC 9(04).
000670     05  DO-NOME-ALUNO         PIC X(15).
000680     05  DO-TURMA              PIC X(10).
000690     05  DO-ESCOLA             PIC 9(02).
000700     05  DO-MEDIA-ORIGEM       PIC 9(02)V9(01).
000710     05  DO-SITUACAO           PIC X(01).
000720         88  DO-ABERTA                   VALUE "A".
000730         88  DO-CONCLUIDA                VALUE "C".
000740     05  DO-ORIGEM             PIC X(01).
000750         88  DO-ORIG-RECUP               VALUE "R".
000760         88  DO-ORIG-CONSELHO            VALUE "C".
000770     05  FILLER                PIC X(19).
000780 FD  RELDEPPEN-FILE
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  RL13-LINHA                PIC X(132).
000810 WORKING-STORAGE SECTION.
000820*-----------------------------------------------------------------
000830* CHAVES E CONTADORES DE CONTROLE
000840*-----------------------------------------------------------------
000850 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
000860     88  DEP-OK                      VALUE "00".
000870 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
000880     88  ESCOLAS-OK                  VALUE "00".
000890 77  WS-DEPORD-STATUS      PIC X(02) VALUE "00".
000900     88  DEPORD-OK                   VALUE "00".
000910 77  WS-RELDEPPEN-STATUS   PIC X(02) VALUE "00".
000920     88  RELDEPPEN-OK                VALUE "00".
000930 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
000940     88  FIM-ARQUIVO                 VALUE "S".
000950 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
000960     88  FIM-ESCOLAS                 VALUE "S".
000970 77  WS-RELAT-ABERTO       PIC X(01) VALUE "N".
000980     88  RELAT-ABERTO                VALUE "S".
000990 77  WS-TOT-PENDENTES      PIC 9(05) VALUE ZEROS.
001000 77  WS-TOT-ALUNOS         PIC 9(05) VALUE ZEROS.
001010 77  WS-TOT-CONCLUIDAS     PIC 9(05) VALUE ZEROS.
001020*-----------------------------------------------------------------
001030* QUEBRA DE CONTROLE POR ESCOLA; A MATRICULA CORRENTE CONTA OS
001040* ALUNOS (O ARQUIVO VEM ORDENADO POR NOME E MATRICULA DENTRO DA
001050* ESCOLA, ENTAO AS DEPENDENCIAS DO ALUNO SAEM JUNTAS).
001060*-----------------------------------------------------------------
001070 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
001080     88  TEM-ESCOLA                  VALUE "S".
001090 77  WS-PRIMEIRA-ESCOLA    PIC X(01) VALUE "S".
001100     88  PRIMEIRA-ESCOLA             VALUE "S".
001110 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
001120 77  WS-ESC-PENDENTES      PIC 9(05) VALUE ZEROS.
001130 77  WS-ESC-ALUNOS         PIC 9(05) VALUE ZEROS.
001140*-----------------------------------------------------------------
001150* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA O NOME NA QUEBRA DE
001160* ESCOLA DA LISTA.
001170*-----------------------------------------------------------------
001180 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
001190 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
001200 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
001210 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
001220 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
001230     88  ESCT-ACHOU                  VALUE "S".
001240 01  WS-ESCOLAS-TABELA.
001250     05  WS-ESCT-ENT OCCURS 10 TIMES.
001260         10  WS-ESCT-CODIGO    PIC 9(02).
001270         10  WS-ESCT-NOME      PIC X(30).
001280*-----------------------------------------------------------------
001290* DATA DO SISTEMA, PARA O CABECALHO DA LISTA
001300*-----------------------------------------------------------------
001310 01  WS-DATA-AAAAMMDD.
001320     05  WS-DATA-AAAA      PIC 9(04).
001330     05  WS-DATA-MM        PIC 9(02).
001340     05  WS-DATA-DD        PIC 9(02).
001350 01  WS-DATA-FORMATADA     PIC X(10).
001360*-----------------------------------------------------------------
001370* LINHAS DA LISTA DE DEPENDENCIAS PENDENTES (RELDEPPEN)
001380*-----------------------------------------------------------------
001390     COPY REL13LINE.
001400 PROCEDURE DIVISION.
001410*-----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001440     PERFORM 2000-PROCESSA-DEPENDENCIA THRU
001450         2000-PROCESSA-DEPENDENCIA-EXIT
001460         UNTIL FIM-ARQUIVO.
001470     IF TEM-ESCOLA
001480        PERFORM 5300-FECHA-ESCOLA
001490     END-IF.
001500     PERFORM 8000-FINALIZA.
001510     STOP RUN.
001520*-----------------------------------------------------------------
001530* CARREGA AS ESCOLAS, ORDENA O CADASTRO DEPENDENCIA E ABRE A
001540* LISTA. SEM O CADASTRO (APURACAO ANUAL AINDA NAO RODOU) NAO HA
001550* DEPENDENCIA A LISTAR.
001560*-----------------------------------------------------------------
001570 1000-INICIALIZA.
001580     DISPLAY "INICIO DO PROGRAMA16".
001590     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001600     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
001610     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
001620     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
001630     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
001640     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
001650     PERFORM 1075-CARREGA-ESCOLAS THRU
001660         1075-CARREGA-ESCOLAS-EXIT.
001670     OPEN INPUT DEP-FILE.
001680     IF NOT DEP-OK
001690        DISPLAY "DEPENDENCIA NAO ENCONTRADO - STATUS "
001700                WS-DEP-STATUS " - NADA A LISTAR"
001710        MOVE "S" TO WS-FIM-ARQUIVO
001720        GO TO 1000-INICIALIZA-EXIT
001730     END-IF.
001740     CLOSE DEP-FILE.
001750     SORT SORT-WORK-FILE
001760         ON ASCENDING KEY SR-ESCOLA SR-NOME-ALUNO SR-MATRICULA
001770                          SR-ANO-ORIGEM SR-DISCIPLINA
001780         USING DEP-FILE
001790         GIVING DEPORD-FILE.
001800     OPEN INPUT DEPORD-FILE.
001810     IF NOT DEPORD-OK
001820        DISPLAY "ERRO AO ABRIR DEPORD - STATUS "
001830                WS-DEPORD-STATUS
001840        MOVE "S" TO WS-FIM-ARQUIVO
001850        GO TO 1000-INICIALIZA-EXIT
001860     END-IF.
001870     OPEN OUTPUT RELDEPPEN-FILE.
001880     IF NOT RELDEPPEN-OK
001890        DISPLAY "ERRO AO ABRIR RELDEPPEN - STATUS "
001900                WS-RELDEPPEN-STATUS
001910        CLOSE DEPORD-FILE
001920        MOVE "S" TO WS-FIM-ARQUIVO
001930        GO TO 1000-INICIALIZA-EXIT
001940     END-IF.
001950     MOVE "S" TO WS-RELAT-ABERTO.
001960     MOVE WS-DATA-FORMATADA TO W13C1-DATA.
001970 1000-INICIALIZA-EXIT. EXIT.
001980*-----------------------------------------------------------------
001990 1075-CARREGA-ESCOLAS.
002000     OPEN INPUT ESC-FILE.
002010     IF NOT ESCOLAS-OK
002020        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
002030                WS-ESCOLAS-STATUS " - LISTA COM O CODIGO"
002040                " DA ESCOLA"
002050        GO TO 1075-CARREGA-ESCOLAS-EXIT
002060     END-IF.
002070     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
002080         UNTIL FIM-ESCOLAS.
002090     CLOSE ESC-FILE.
002100     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
002110 1075-CARREGA-ESCOLAS-EXIT. EXIT.
002120*-----------------------------------------------------------------
002130 1076-LE-ESCOLA.
002140     READ ESC-FILE
002150         AT END
002160            MOVE "S" TO WS-FIM-ESCOLAS
002170            GO TO 1076-LE-ESCOLA-EXIT
002180     END-READ.
002190     IF WS-ESCT-QTD >= 10
002200        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
002210        MOVE "S" TO WS-FIM-ESCOLAS
002220        GO TO 1076-LE-ESCOLA-EXIT
002230     END-IF.
002240     ADD 1 TO WS-ESCT-QTD.
002250     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
002260     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
002270 1076-LE-ESCOLA-EXIT. EXIT.
002280*-----------------------------------------------------------------
002290* UMA ENTRADA DO CADASTRO ORDENADO: SO A DEPENDENCIA ABERTA SAI
002300* NA LISTA; A CONCLUIDA SO E CONTADA E A REPROVACAO DE ALUNO
002310* RETIDO E IGNORADA.
002320*-----------------------------------------------------------------
002330 2000-PROCESSA-DEPENDENCIA.
002340     READ DEPORD-FILE
002350         AT END
002360            MOVE "S" TO WS-FIM-ARQUIVO
002370            GO TO 2000-PROCESSA-DEPENDENCIA-EXIT
002380     END-READ.
002390     IF NOT DEPORD-OK
002400        DISPLAY "ERRO NA LEITURA DE DEPORD - STATUS "
002410                WS-DEPORD-STATUS
002420        MOVE "S" TO WS-FIM-ARQUIVO
002430        GO TO 2000-PROCESSA-DEPENDENCIA-EXIT
002440     END-IF.
002450     IF DO-CONCLUIDA
002460        ADD 1 TO WS-TOT-CONCLUIDAS
002470        GO TO 2000-PROCESSA-DEPENDENCIA-EXIT
002480     END-IF.
002490     IF NOT DO-ABERTA
002500        GO TO 2000-PROCESSA-DEPENDENCIA-EXIT
002510     END-IF.
002520     IF TEM-ESCOLA AND DO-ESCOLA NOT = WS-ESCOLA-ATUAL
002530        PERFORM 5300-FECHA-ESCOLA
002540     END-IF.
002550     IF NOT TEM-ESCOLA
002560        PERFORM 5200-ABRE-ESCOLA
002570     END-IF.
002580     IF DO-MATRICULA NOT = WS-MATR-ATUAL
002590        MOVE DO-MATRICULA TO WS-MATR-ATUAL
002600        ADD 1 TO WS-ESC-ALUNOS
002610        ADD 1 TO WS-TOT-ALUNOS
002620     END-IF.
002630     PERFORM 5100-IMPRIME-DEPENDENCIA.
002640 2000-PROCESSA-DEPENDENCIA-EXIT. EXIT.
002650*-----------------------------------------------------------------
002660 5100-IMPRIME-DEPENDENCIA.
002670     MOVE DO-MATRICULA    TO W13D-MATRICULA.
002680     MOVE DO-NOME-ALUNO   TO W13D-NOME-ALUNO.
002690     MOVE DO-TURMA        TO W13D-TURMA.
002700     MOVE DO-DISCIPLINA   TO W13D-DISCIPLINA.
002710     MOVE DO-ANO-ORIGEM   TO W13D-ANO-ORIGEM.
002720     MOVE DO-MEDIA-ORIGEM TO W13D-MEDIA-ORIG.
002730     IF DO-ORIG-RECUP
002740        MOVE "RECUPERACAO" TO W13D-PROMOCAO
002750     ELSE
002760        IF DO-ORIG-CONSELHO
002770           MOVE "CONSELHO" TO W13D-PROMOCAO
002780        ELSE
002790           MOVE "CALCULO" TO W13D-PROMOCAO
002800        END-IF
002810     END-IF.
002820     WRITE RL13-LINHA FROM WS13-DET-LINHA
002830         AFTER ADVANCING 1 LINE.
002840     ADD 1 TO WS-ESC-PENDENTES.
002850     ADD 1 TO WS-TOT-PENDENTES.
002860*-----------------------------------------------------------------
002870* ABRE A PAGINA DA ESCOLA: SALTO DE PAGINA (MENOS NA PRIMEIRA),
002880* CABECALHO, NOME DA ESCOLA E TITULOS DAS COLUNAS.
002890*-----------------------------------------------------------------
002900 5200-ABRE-ESCOLA.
002910     MOVE DO-ESCOLA TO WS-ESCOLA-ATUAL.
002920     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
002930     IF PRIMEIRA-ESCOLA
002940        WRITE RL13-LINHA FROM WS13-CAB-1-LINHA
002950            AFTER ADVANCING 1 LINE
002960        MOVE "N" TO WS-PRIMEIRA-ESCOLA
002970     ELSE
002980        WRITE RL13-LINHA FROM WS13-CAB-1-LINHA
002990            AFTER ADVANCING PAGE
003000     END-IF.
003010     MOVE WS-ESCOLA-ATUAL TO W13E-ESCOLA.
003020     MOVE WS-NOME-ESCOLA  TO W13E-NOME.
003030     WRITE RL13-LINHA FROM WS13-ESC-LINHA
003040         AFTER ADVANCING 1 LINE.
003050     WRITE RL13-LINHA FROM WS13-CAB-2-LINHA
003060         AFTER ADVANCING 2 LINES.
003070     MOVE ZEROS TO WS-ESC-PENDENTES WS-ESC-ALUNOS WS-MATR-ATUAL.
003080     MOVE "S" TO WS-TEM-ESCOLA.
003090*-----------------------------------------------------------------
003100 5300-FECHA-ESCOLA.
003110     MOVE WS-ESC-PENDENTES TO W13S-DEPENDENCIAS.
003120     MOVE WS-ESC-ALUNOS    TO W13S-ALUNOS.
003130     WRITE RL13-LINHA FROM WS13-TOT-ESC-LINHA
003140         AFTER ADVANCING 2 LINES.
003150     MOVE "N" TO WS-TEM-ESCOLA.
003160*-----------------------------------------------------------------
003170 8000-FINALIZA.
003180     IF RELAT-ABERTO
003190        IF PRIMEIRA-ESCOLA
003200           WRITE RL13-LINHA FROM WS13-CAB-1-LINHA
003210               AFTER ADVANCING 1 LINE
003220        END-IF
003230        MOVE WS-TOT-PENDENTES  TO W13R-DEPENDENCIAS
003240        MOVE WS-TOT-ALUNOS     TO W13R-ALUNOS
003250        MOVE WS-TOT-CONCLUIDAS TO W13R-CONCLUIDAS
003260        WRITE RL13-LINHA FROM WS13-TRL-LINHA
003270            AFTER ADVANCING 2 LINES
003280        CLOSE RELDEPPEN-FILE
003290        CLOSE DEPORD-FILE
003300     END-IF.
003310     DISPLAY "DEPENDENCIAS PENDENTES.: " WS-TOT-PENDENTES.
003320     DISPLAY "ALUNOS COM DEPENDENCIA.: " WS-TOT-ALUNOS.
003330     DISPLAY "DEPENDENCIAS CONCLUIDAS: " WS-TOT-CONCLUIDAS.
003340     DISPLAY "FIM DO PROGRAMA16".
003350*-----------------------------------------------------------------
003360* NOME DA ESCOLA DA QUEBRA, DO CADASTRO ESCOLAS; ESCOLA SEM
003370* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
003380*-----------------------------------------------------------------
003390 9100-PROCURA-ESCOLA.
003400     MOVE "N" TO WS-ESCT-ACHOU.
003410     MOVE 1 TO WS-ESCT-IDX.
003420     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
003430         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
003440     IF ESCT-ACHOU
003450        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
003460     ELSE
003470        MOVE SPACES TO WS-NOME-ESCOLA
003480        STRING "ESCOLA " WS-ESCOLA-ATUAL
003490            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
003500     END-IF.
003510 9100-PROCURA-ESCOLA-EXIT. EXIT.
003520*-----------------------------------------------------------------
003530 9150-COMPARA-ESCOLA.
003540     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
003550        MOVE "S" TO WS-ESCT-ACHOU
003560     ELSE
003570        ADD 1 TO WS-ESCT-IDX
003580     END-IF.
003590 9150-COMPARA-ESCOLA-EXIT. EXIT.
003600*-----------------------------------------------------------------
003610 END PROGRAM PROGRAMA16.
