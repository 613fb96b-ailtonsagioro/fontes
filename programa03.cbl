000430*                   DO CADASTRO ESCOLAS E RODAPE POR ESCOLA),
000440*                   CONSOLIDADO DA REDE NO FIM, E O CODIGO DA
000450*                   ESCOLA CARREGADO PARA O MATFINAL.
000460*   2026-10-15 JAS  PROGRESSAO PARCIAL: ALUNO COM DEPENDENCIA
000470*                   ABERTA DE ANO ANTERIOR NO CADASTRO
000480*                   DEPENDENCIA FECHA RETIDO-DEP, SEM DIREITO A
000490*                   RECUPERACAO; AS REPROVACOES DO ANO DO
000500*                   RETIDO APROVADO NA RECUPERACAO VIRAM
000510*                   DEPENDENCIAS ABERTAS (ORIGEM "R") E AS DO
000520*                   QUE CONTINUA RETIDO VOLTAM A "R".
000530*   2026-10-15 JAS  OS RETIDOS AUSENTES DO EXAME DE RECUPERACAO
000540*                   SAO GRAVADOS TAMBEM NO EXTRATO CONVRECUP
000550*                   (AVISOREC, ORIGEM "A"), LIDO PELA EMISSAO
000560*                   DAS CONVOCACOES DE RESPONSAVEIS DO
000570*                   PROGRAMA26.
000580*   2026-10-15 JAS  UM EVENTO "R" DO RUNCTL (RESTAURACAO DE COPIA
000590*                   PELO PROGRAMA22) ANULA A CONCLUSAO
000600*                   DO PROGRAMA02 ANTERIOR DO MESMO ANO.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. PROGRAMA03.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT MATAN-FILE ASSIGN TO MATRANUAL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-MATAN-STATUS.
000700     SELECT RECUP-FILE ASSIGN TO RECUPERACAO
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RECUP-STATUS.
000730     SELECT PARM-FILE ASSIGN TO PARAMETROS
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT RELFIN-FILE ASSIGN TO RELFINAL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RELFIN-STATUS.
000790     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-MATFIN-STATUS.
000820     SELECT ESC-FILE ASSIGN TO ESCOLAS
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ESCOLAS-STATUS.
000850     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNCTL-STATUS.
000880     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-AUDIT-STATUS.
000910     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS DP-CHAVE
000950         FILE STATUS IS WS-DEP-STATUS.
000960     SELECT CONVREC-FILE ASSIGN TO CONVRECUP
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-CONVREC-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  MATAN-FILE
001020     RECORD CONTAINS 35 CHARACTERS.
001030     COPY MATANOREC.
001040 FD  RECUP-FILE
001050     RECORD CONTAINS 8 CHARACTERS.
001060     COPY RECREC.
001070 FD  PARM-FILE
001080     RECORD CONTAINS 34 CHARACTERS.
001090     COPY PARMREC.
001100 FD  RELFIN-FILE
001110     RECORD CONTAINS 132 CHARACTERS.
001120 01  RL3-LINHA                 PIC X(132).
001130 FD  MATFIN-FILE
001140     RECORD CONTAINS 40 CHARACTERS.
001150     COPY MATFINREC.
001160 FD  ESC-FILE
001170     RECORD CONTAINS 32 CHARACTERS.
001180     COPY ESCREC.
001190 FD  RUNCTL-FILE
001200     RECORD CONTAINS 36 CHARACTERS.
001210     COPY RUNREC.
001220 FD  AUDIT-FILE
001230     RECORD CONTAINS 113 CHARACTERS.
001240 01  AU-LINHA                 PIC X(113).
001250 FD  DEP-FILE
001260     RECORD CONTAINS 63 CHARACTERS.
001270     COPY DEPREC.
001280 FD  CONVREC-FILE
001290     RECORD CONTAINS 77 CHARACTERS.
001300     COPY AVISOREC.
001310 WORKING-STORAGE SECTION.
001320*-----------------------------------------------------------------
001330* CHAVES E CONTADORES DE CONTROLE
001340*-----------------------------------------------------------------
001350 77  WS-MATAN-STATUS       PIC X(02) VALUE "00".
001360     88  MATAN-OK                    VALUE "00".
001370 77  WS-RECUP-STATUS       PIC X(02) VALUE "00".
001380     88  RECUP-OK                    VALUE "00".
001390 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001400     88  PARM-OK                     VALUE "00".
001410 77  WS-RELFIN-STATUS      PIC X(02) VALUE "00".
001420     88  RELFIN-OK                   VALUE "00".
001430 77  WS-CONVREC-STATUS     PIC X(02) VALUE "00".
001440     88  CONVREC-OK                  VALUE "00".
001450 77  WS-CONVREC-ABERTO     PIC X(01) VALUE "N".
001460     88  CONVREC-ABERTO              VALUE "S".
001470 77  WS-MEDIA-AVISO        PIC Z9.9.
001480 77  WS-MATFIN-STATUS      PIC X(02) VALUE "00".
001490     88  MATFIN-OK                   VALUE "00".
001500 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001510     88  FIM-ARQUIVO                 VALUE "S".
001520 77  WS-FIM-RECUP          PIC X(01) VALUE "N".
001530     88  FIM-RECUP                   VALUE "S".
001540 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001550     88  FIM-PARM                    VALUE "S".
001560 77  WS-TOT-PROMOVIDOS     PIC 9(03) VALUE ZEROS.
001570 77  WS-TOT-APROV-RECUP    PIC 9(03) VALUE ZEROS.
001580 77  WS-TOT-RETIDOS        PIC 9(03) VALUE ZEROS.
001590 77  WS-TOT-AUSENTES       PIC 9(03) VALUE ZEROS.
001600 77  WS-TOT-INCOMPL        PIC 9(03) VALUE ZEROS.
001610 77  WS-TOT-TRANSF         PIC 9(03) VALUE ZEROS.
001620*-----------------------------------------------------------------
001630* QUEBRA DE CONTROLE POR ESCOLA (O MATRANUAL CHEGA ORDENADO POR
001640* ESCOLA DESDE A APURACAO): OS CONTADORES WS-TOT-* PASSAM A SER
001650* DA ESCOLA CORRENTE E OS WS-RED-* ACUMULAM O CONSOLIDADO DA
001660* REDE. O NOME DA ESCOLA DO CABECALHO VEM DO CADASTRO ESCOLAS.
001670*-----------------------------------------------------------------
001680 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
001690 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
001700     88  TEM-ESCOLA                  VALUE "S".
001710 77  WS-RED-PROMOVIDOS     PIC 9(05) VALUE ZEROS.
001720 77  WS-RED-APROV-RECUP    PIC 9(05) VALUE ZEROS.
001730 77  WS-RED-RETIDOS        PIC 9(05) VALUE ZEROS.
001740 77  WS-RED-AUSENTES       PIC 9(05) VALUE ZEROS.
001750 77  WS-RED-INCOMPL        PIC 9(05) VALUE ZEROS.
001760 77  WS-RED-TRANSF         PIC 9(05) VALUE ZEROS.
001770 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
001780     88  ESCOLAS-OK                  VALUE "00".
001790 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
001800     88  FIM-ESCOLAS                 VALUE "S".
001810 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
001820 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
001830 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
001840     88  ESCT-ACHOU                  VALUE "S".
001850 01  WS-ESCOLAS-TABELA.
001860     05  WS-ESCT-ENT OCCURS 10 TIMES.
001870         10  WS-ESCT-CODIGO    PIC 9(02).
001880         10  WS-ESCT-NOME      PIC X(30).
001890*-----------------------------------------------------------------
001900* PARAMETROS DO CARTAO GERAL: CORTE, FREQUENCIA MINIMA E A REGRA
001910* DA RECUPERACAO ("S" = A NOTA DO EXAME SUBSTITUI A MEDIA ANUAL,
001920* "M" = MEDIA ENTRE A NOTA DO EXAME E A MEDIA ANUAL).
001930*-----------------------------------------------------------------
001940 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
001950 77  WS-FREQ-MINIMA        PIC 9(03) VALUE 075.
001960 77  WS-MODO-RECUP         PIC X(01) VALUE "S".
001970     88  RECUP-SUBSTITUI             VALUE "S".
001980     88  RECUP-MEDIA                 VALUE "M".
001990*-----------------------------------------------------------------
002000* TABELA DAS NOTAS DA RECUPERACAO, CARREGADA DO ARQUIVO
002010* RECUPERACAO NA INICIALIZACAO E PROCURADA PELA MATRICULA A
002020* CADA ALUNO RETIDO DO MATRANUAL.
002030*-----------------------------------------------------------------
002040 77  WS-REC-QTD            PIC 9(03) VALUE ZEROS.
002050 77  WS-REC-IDX            PIC 9(03) VALUE ZEROS.
002060 77  WS-REC-ACHOU          PIC X(01) VALUE "N".
002070     88  REC-ACHOU                   VALUE "S".
002080 01  WS-RECUP-TABELA.
002090     05  WS-REC-ENT OCCURS 500 TIMES.
002100         10  WS-REC-MATRICULA  PIC 9(05).
002110         10  WS-REC-NOTA       PIC 9(02)V9(01).
002120*-----------------------------------------------------------------
002130* TABELA DOS RETIDOS QUE NAO COMPARECERAM AO EXAME, IMPRESSA EM
002140* SECAO PROPRIA NO FIM DO BOLETIM PARA A SECRETARIA CONVOCAR.
002150*-----------------------------------------------------------------
002160 77  WS-AUS-QTD            PIC 9(03) VALUE ZEROS.
002170 77  WS-AUS-IDX            PIC 9(03) VALUE ZEROS.
002180 01  WS-AUSENTES-TABELA.
002190     05  WS-AUS-ENT OCCURS 500 TIMES.
002200         10  WS-AUS-MATRICULA  PIC 9(05).
002210         10  WS-AUS-NOME       PIC X(15).
002220*-----------------------------------------------------------------
002230* PROGRESSAO PARCIAL: DEPENDENCIAS AINDA ABERTAS DE ANOS
002240* ANTERIORES (O ALUNO QUE AS TEM NAO VAI A RECUPERACAO), E A
002250* DECISAO FINAL DE CADA RETIDO DO MATRANUAL, APLICADA NO FIM AS
002260* REPROVACOES DO ANO GRAVADAS PELO PROGRAMA02 NO DEPENDENCIA.
002270*-----------------------------------------------------------------
002280 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
002290     88  DEP-OK                      VALUE "00".
002300     88  DEP-SEM-ARQUIVO             VALUE "35".
002310 77  WS-FIM-DEP            PIC X(01) VALUE "N".
002320     88  FIM-DEP                     VALUE "S".
002330 77  WS-DEA-QTD            PIC 9(03) VALUE ZEROS.
002340 77  WS-DEA-IDX            PIC 9(03) VALUE ZEROS.
002350 77  WS-DEA-ACHOU          PIC X(01) VALUE "N".
002360     88  DEA-ACHOU                   VALUE "S".
002370 01  WS-DEP-ABERTAS-TABELA.
002380     05  WS-DEA-ENT OCCURS 500 TIMES.
002390         10  WS-DEA-MATRICULA  PIC 9(05).
002400         10  WS-DEA-DISCIPLINA PIC X(03).
002410         10  WS-DEA-ANO        PIC 9(04).
002420 77  WS-DRT-QTD            PIC 9(03) VALUE ZEROS.
002430 77  WS-DRT-IDX            PIC 9(03) VALUE ZEROS.
002440 77  WS-DRT-ACHOU          PIC X(01) VALUE "N".
002450     88  DRT-ACHOU                   VALUE "S".
002460 01  WS-DEC-RETIDOS-TABELA.
002470     05  WS-DRT-ENT OCCURS 500 TIMES.
002480         10  WS-DRT-MATRICULA  PIC 9(05).
002490         10  WS-DRT-SITUACAO   PIC X(01).
002500 77  WS-RED-RETIDO-DEP     PIC 9(05) VALUE ZEROS.
002510 77  WS-RED-DEP-ABERTAS    PIC 9(05) VALUE ZEROS.
002520 77  WS-RED-DEP-RETIDAS    PIC 9(05) VALUE ZEROS.
002530*-----------------------------------------------------------------
002540* AREA DE TRABALHO DO ALUNO CORRENTE
002550*-----------------------------------------------------------------
002560 77  WS-NOTA-RECUP         PIC 9(02)V9(01) VALUE ZEROS.
002570 77  WS-MEDIA-FINAL        PIC 9(02)V9(01) VALUE ZEROS.
002580 77  WS-SITUACAO-FINAL     PIC X(11).
002590 77  WS-SIT-GRAVADA        PIC X(01).
002600 01  WS-NOTA-EDITADA       PIC Z9.9.
002610*-----------------------------------------------------------------
002620* IDENTIFICACAO DA ESCOLA NO CABECALHO DO BOLETIM FINAL
002630*-----------------------------------------------------------------
002640 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
002650*-----------------------------------------------------------------
002660* DATA DO SISTEMA, PARA O CABECALHO DO BOLETIM FINAL
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
002800* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): A PARTIDA EXIGE UMA
002810* APURACAO ANUAL CONCLUIDA DO PROGRAMA02 PARA O MESMO ANO
002820* LETIVO, SALVO LIBERACAO DO OPERADOR (PM-LIBERA-RERUN = "S"),
002830* REGISTRADA NO AUDITLOG. INICIO E FIM SAO GRAVADOS NO LIVRO.
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
003010 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
003020*-----------------------------------------------------------------
003030* LINHA DE LIBERACAO GRAVADA NO AUDITLOG: O MARCADOR "LIBERACAO"
003040* NA POSICAO 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE
003050* PARA NAO CONFRONTAR ESTA LINHA.
003060*-----------------------------------------------------------------
003070 01  WS-LIB-LINHA.
003080     05  WLB-DATA          PIC X(10).
003090     05  FILLER            PIC X(01) VALUE SPACE.
003100     05  WLB-HORA          PIC X(08).
003110     05  FILLER            PIC X(02) VALUE SPACE.
003120     05  FILLER            PIC X(35)
003130         VALUE "LIBERACAO DE RERUN PELO OPERADOR - ".
003140     05  WLB-PROGRAMA      PIC X(10).
003150     05  FILLER            PIC X(06) VALUE " ANO: ".
003160     05  WLB-ANO           PIC 9(04).
003170     05  FILLER            PIC X(06) VALUE " BIM: ".
003180     05  WLB-BIMESTRE      PIC 9(01).
003190     05  FILLER            PIC X(30) VALUE SPACE.
003200*-----------------------------------------------------------------
003210* LINHAS DO BOLETIM FINAL IMPRESSO (RELFINAL)
003220*-----------------------------------------------------------------
003230     COPY REL3LINE.
003240 PROCEDURE DIVISION.
003250*-----------------------------------------------------------------
003260 0000-MAINLINE.
003270     PERFORM 0100-CONTROLA-INICIO THRU
003280         0100-CONTROLA-INICIO-EXIT.
003290     IF NOT RUN-BLOQUEADO
003300        PERFORM 1000-INICIALIZA
003310        PERFORM 2000-PROCESSA-MATRANUAL THRU
003320            2000-PROCESSA-MATRANUAL-EXIT
003330            UNTIL FIM-ARQUIVO
003340        PERFORM 8000-FINALIZA
003350     END-IF.
003360     PERFORM 0900-REGISTRA-FIM.
003370     STOP RUN.
003380*-----------------------------------------------------------------
003390* PARTIDA CONTROLADA PELO LIVRO DE EXECUCOES (RUNCTL): LE OS
003400* PARAMETROS E EXIGE NO LIVRO UMA APURACAO ANUAL CONCLUIDA DO
003410* PROGRAMA02 PARA O MESMO ANO LETIVO ANTES DA RECUPERACAO
003420* (SALVO LIBERACAO DO OPERADOR NO CARTAO GERAL, REGISTRADA NO
003430* AUDITLOG), E GRAVA O REGISTRO "I" DE INICIO.
003440*-----------------------------------------------------------------
003450 0100-CONTROLA-INICIO.
003460     DISPLAY "INICIO DO PROGRAMA03".
003470     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003480     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
003490     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
003500     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
003510     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
003520     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
003530     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
003540     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
003550     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
003560     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
003570     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
003580     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
003590     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
003600     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
003610     OPEN INPUT RUNCTL-FILE.
003620     IF RUNCTL-OK
003630        MOVE "S" TO WS-RUNCTL-EXISTE
003640        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
003650            UNTIL FIM-RUNCTL
003660        CLOSE RUNCTL-FILE
003670     ELSE
003680        DISPLAY "RUNCTL AINDA NAO EXISTE - SEM CONFERENCIA DE"
003690                " SEQUENCIA"
003700     END-IF.
003710     IF RUNCTL-EXISTE AND NOT RUN-PRE-OK
003720        IF LIBERA-RERUN
003730           DISPLAY "SEM APURACAO CONCLUIDA DO PROGRAMA02 PARA"
003740                   " O ANO " WS-ANO-LETIVO " - EXECUCAO"
003750                   " LIBERADA PELO OPERADOR"
003760           PERFORM 0180-GRAVA-LIBERACAO
003770        ELSE
003780           DISPLAY "SEM APURACAO CONCLUIDA DO PROGRAMA02 PARA"
003790                   " O ANO " WS-ANO-LETIVO " NO RUNCTL -"
003800                   " EXECUCAO RECUSADA"
003810           DISPLAY "RODE O PROGRAMA02 (OU USE PM-LIBERA-RERUN"
003820                   " = S NO CARTAO GERAL)"
003830           MOVE "S" TO WS-RUN-BLOQUEADO
003840           MOVE 8 TO RETURN-CODE
003850        END-IF
003860     END-IF.
003870     IF NOT RUN-BLOQUEADO
003880        MOVE "I" TO WS-RUN-EVENTO
003890        MOVE ZEROS TO WS-RUN-RC
003900        PERFORM 0950-GRAVA-RUNCTL
003910     END-IF.
003920 0100-CONTROLA-INICIO-EXIT. EXIT.
003930*-----------------------------------------------------------------
003940 0150-LE-RUNCTL.
003950     READ RUNCTL-FILE
003960         AT END
003970            MOVE "S" TO WS-FIM-RUNCTL
003980            GO TO 0150-LE-RUNCTL-EXIT
003990     END-READ.
004000     IF NOT RUNCTL-OK
004010        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
004020                WS-RUNCTL-STATUS
004030        MOVE "S" TO WS-FIM-RUNCTL
004040        GO TO 0150-LE-RUNCTL-EXIT
004050     END-IF.
004060     IF RN-PROGRAMA = "PROGRAMA02"
004070        AND RN-FIM
004080        AND RN-ANO-LETIVO = WS-ANO-LETIVO
004090        AND RN-RETCODE = ZEROS
004100        MOVE "S" TO WS-RUN-PRE-OK
004110     END-IF.
004120     IF RN-PROGRAMA = "PROGRAMA02"
004130        AND RN-RESTAURACAO
004140        AND RN-ANO-LETIVO = WS-ANO-LETIVO
004150        MOVE "N" TO WS-RUN-PRE-OK
004160     END-IF.
004170 0150-LE-RUNCTL-EXIT. EXIT.
004180*-----------------------------------------------------------------
004190 0180-GRAVA-LIBERACAO.
004200     MOVE WS-DATA-FORMATADA TO WLB-DATA.
004210     MOVE WS-HORA-FORMATADA TO WLB-HORA.
004220     MOVE "PROGRAMA03"      TO WLB-PROGRAMA.
004230     MOVE WS-ANO-LETIVO     TO WLB-ANO.
004240     MOVE ZEROS             TO WLB-BIMESTRE.
004250     OPEN EXTEND AUDIT-FILE.
004260     IF NOT AUDIT-OK
004270        OPEN OUTPUT AUDIT-FILE
004280     END-IF.
004290     IF AUDIT-OK
004300        WRITE AU-LINHA FROM WS-LIB-LINHA
004310        CLOSE AUDIT-FILE
004320     ELSE
004330        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
004340                WS-AUDIT-STATUS
004350     END-IF.
004360*-----------------------------------------------------------------
004370 0900-REGISTRA-FIM.
004380     MOVE "F" TO WS-RUN-EVENTO.
004390     MOVE RETURN-CODE TO WS-RUN-RC.
004400     PERFORM 0950-GRAVA-RUNCTL.
004410*-----------------------------------------------------------------
004420 0950-GRAVA-RUNCTL.
004430     MOVE "PROGRAMA03"      TO RN-PROGRAMA.
004440     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
004450     MOVE ZEROS             TO RN-BIMESTRE.
004460     MOVE WS-DATA-FORMATADA TO RN-DATA.
004470     MOVE WS-HORA-FORMATADA TO RN-HORA.
004480     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
004490     MOVE WS-RUN-RC         TO RN-RETCODE.
004500     OPEN EXTEND RUNCTL-FILE.
004510     IF NOT RUNCTL-OK
004520        OPEN OUTPUT RUNCTL-FILE
004530     END-IF.
004540     IF RUNCTL-OK
004550        WRITE RUN-REC
004560        CLOSE RUNCTL-FILE
004570     ELSE
004580        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
004590                WS-RUNCTL-STATUS
004600     END-IF.
004610*-----------------------------------------------------------------
004620 1000-INICIALIZA.
004630     PERFORM 1075-CARREGA-ESCOLAS THRU
004640         1075-CARREGA-ESCOLAS-EXIT.
004650     PERFORM 1060-CARREGA-RECUPERACAO THRU
004660         1060-CARREGA-RECUPERACAO-EXIT.
004670     PERFORM 1080-CARREGA-DEPENDENCIAS THRU
004680         1080-CARREGA-DEPENDENCIAS-EXIT.
004690     OPEN INPUT MATAN-FILE.
004700     IF NOT MATAN-OK
004710        DISPLAY "ERRO AO ABRIR MATRANUAL - STATUS "
004720                WS-MATAN-STATUS
004730        MOVE "S" TO WS-FIM-ARQUIVO
004740     END-IF.
004750     OPEN OUTPUT RELFIN-FILE.
004760     IF NOT RELFIN-OK
004770        DISPLAY "ERRO AO ABRIR RELFINAL - STATUS "
004780                WS-RELFIN-STATUS
004790        MOVE "S" TO WS-FIM-ARQUIVO
004800     END-IF.
004810     OPEN OUTPUT MATFIN-FILE.
004820     IF NOT MATFIN-OK
004830        DISPLAY "ERRO AO ABRIR MATFINAL - STATUS "
004840                WS-MATFIN-STATUS
004850        MOVE "S" TO WS-FIM-ARQUIVO
004860     END-IF.
004870     OPEN OUTPUT CONVREC-FILE.
004880     IF CONVREC-OK
004890        MOVE "S" TO WS-CONVREC-ABERTO
004900     ELSE
004910        DISPLAY "ERRO AO ABRIR CONVRECUP - STATUS "
004920                WS-CONVREC-STATUS " - AUSENTES NAO EXTRAIDOS"
004930     END-IF.
004940*-----------------------------------------------------------------
004950 1050-LE-PARAMETROS.
004960     OPEN INPUT PARM-FILE.
004970     IF NOT PARM-OK
004980        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO CORTE "
004990                WS-NOTA-CORTE " E MODO " WS-MODO-RECUP
005000        GO TO 1050-LE-PARAMETROS-EXIT
005010     END-IF.
005020     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
005030         UNTIL FIM-PARM.
005040     CLOSE PARM-FILE.
005050 1050-LE-PARAMETROS-EXIT. EXIT.
005060*-----------------------------------------------------------------
005070 1055-LE-CARTAO-PARM.
005080     READ PARM-FILE
005090         AT END
005100            MOVE "S" TO WS-FIM-PARM
005110            GO TO 1055-LE-CARTAO-PARM-EXIT
005120     END-READ.
005130     IF PM-DISCIPLINA NOT = SPACES
005140        GO TO 1055-LE-CARTAO-PARM-EXIT
005150     END-IF.
005160     IF PM-NOTA-CORTE IS NUMERIC
005170        MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
005180        DISPLAY "NOTA DE CORTE LIDA DO PARAMETROS: " WS-NOTA-CORTE
005190     ELSE
005200        DISPLAY "NOTA DE CORTE AUSENTE OU INVALIDA - USANDO "
005210                WS-NOTA-CORTE
005220     END-IF.
005230     IF PM-FREQ-MINIMA IS NUMERIC AND PM-FREQ-MINIMA <= 100
005240        MOVE PM-FREQ-MINIMA TO WS-FREQ-MINIMA
005250     END-IF.
005260     IF PM-MODO-RECUP = "S" OR PM-MODO-RECUP = "M"
005270        MOVE PM-MODO-RECUP TO WS-MODO-RECUP
005280        DISPLAY "MODO DA RECUPERACAO: " WS-MODO-RECUP
005290     ELSE
005300        DISPLAY "MODO DA RECUPERACAO AUSENTE OU INVALIDO - "
005310                "USANDO " WS-MODO-RECUP
005320     END-IF.
005330     IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
005340        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
005350     END-IF.
005360     IF PM-LIBERA-RERUN = "S"
005370        MOVE "S" TO WS-LIBERA-RERUN
005380        DISPLAY "EXECUCAO LIBERADA PELO OPERADOR NO CARTAO"
005390                " GERAL"
005400     END-IF.
005410 1055-LE-CARTAO-PARM-EXIT. EXIT.
005420*-----------------------------------------------------------------
005430 1060-CARREGA-RECUPERACAO.
005440     OPEN INPUT RECUP-FILE.
005450     IF NOT RECUP-OK
005460        DISPLAY "RECUPERACAO NAO ENCONTRADA - STATUS "
005470                WS-RECUP-STATUS " - TODOS OS RETIDOS SERAO"
005480                " TRATADOS COMO AUSENTES"
005490        GO TO 1060-CARREGA-RECUPERACAO-EXIT
005500     END-IF.
005510     PERFORM 1065-LE-RECUPERACAO THRU 1065-LE-RECUPERACAO-EXIT
005520         UNTIL FIM-RECUP.
005530     CLOSE RECUP-FILE.
005540     DISPLAY "NOTAS DE RECUPERACAO CARREGADAS: " WS-REC-QTD.
005550 1060-CARREGA-RECUPERACAO-EXIT. EXIT.
005560*-----------------------------------------------------------------
005570 1065-LE-RECUPERACAO.
005580     READ RECUP-FILE
005590         AT END
005600            MOVE "S" TO WS-FIM-RECUP
005610            GO TO 1065-LE-RECUPERACAO-EXIT
005620     END-READ.
005630     IF NOT RECUP-OK
005640        DISPLAY "ERRO NA LEITURA DE RECUPERACAO - STATUS "
005650                WS-RECUP-STATUS
005660        MOVE "S" TO WS-FIM-RECUP
005670        GO TO 1065-LE-RECUPERACAO-EXIT
005680     END-IF.
005690     IF RC-NOTA-RECUP IS NOT NUMERIC OR RC-NOTA-RECUP > 10
005700        DISPLAY "NOTA DE RECUPERACAO INVALIDA PARA MATRICULA "
005710                RC-MATRICULA " - REGISTRO IGNORADO"
005720        GO TO 1065-LE-RECUPERACAO-EXIT
005730     END-IF.
005740     IF WS-REC-QTD >= 500
005750        DISPLAY "RECUPERACAO COM MAIS DE 500 REGISTROS - "
005760                "EXCEDENTE IGNORADO"
005770        MOVE "S" TO WS-FIM-RECUP
005780        GO TO 1065-LE-RECUPERACAO-EXIT
005790     END-IF.
005800     ADD 1 TO WS-REC-QTD.
005810     MOVE RC-MATRICULA  TO WS-REC-MATRICULA (WS-REC-QTD).
005820     MOVE RC-NOTA-RECUP TO WS-REC-NOTA (WS-REC-QTD).
005830 1065-LE-RECUPERACAO-EXIT. EXIT.
005840*-----------------------------------------------------------------
005850* DEPENDENCIAS ABERTAS DE ANOS ANTERIORES AO ANO LETIVO, LIDAS
005860* DO CADASTRO DEPENDENCIA. SEM O CADASTRO NAO HA DEPENDENCIA A
005870* CONFERIR E A RECUPERACAO SEGUE COMO ANTES.
005880*-----------------------------------------------------------------
005890 1080-CARREGA-DEPENDENCIAS.
005900     OPEN INPUT DEP-FILE.
005910     IF NOT DEP-OK
005920        DISPLAY "DEPENDENCIA NAO ENCONTRADO - STATUS "
005930                WS-DEP-STATUS " - SEM DEPENDENCIAS A CONFERIR"
005940        GO TO 1080-CARREGA-DEPENDENCIAS-EXIT
005950     END-IF.
005960     PERFORM 1085-LE-DEPENDENCIA THRU 1085-LE-DEPENDENCIA-EXIT
005970         UNTIL FIM-DEP.
005980     CLOSE DEP-FILE.
005990     DISPLAY "DEPENDENCIAS ABERTAS DE ANOS ANTERIORES: "
006000             WS-DEA-QTD.
006010 1080-CARREGA-DEPENDENCIAS-EXIT. EXIT.
006020*-----------------------------------------------------------------
006030 1085-LE-DEPENDENCIA.
006040     READ DEP-FILE NEXT RECORD
006050         AT END
006060            MOVE "S" TO WS-FIM-DEP
006070            GO TO 1085-LE-DEPENDENCIA-EXIT
006080     END-READ.
006090     IF NOT DEP-OK
006100        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
006110                WS-DEP-STATUS
006120        MOVE "S" TO WS-FIM-DEP
006130        GO TO 1085-LE-DEPENDENCIA-EXIT
006140     END-IF.
006150     IF NOT DP-ABERTA OR DP-ANO-ORIGEM NOT < WS-ANO-LETIVO
006160        GO TO 1085-LE-DEPENDENCIA-EXIT
006170     END-IF.
006180     IF WS-DEA-QTD >= 500
006190        DISPLAY "MAIS DE 500 DEPENDENCIAS ABERTAS - EXCEDENTE"
006200                " IGNORADO"
006210        MOVE "S" TO WS-FIM-DEP
006220        GO TO 1085-LE-DEPENDENCIA-EXIT
006230     END-IF.
006240     ADD 1 TO WS-DEA-QTD.
006250     MOVE DP-MATRICULA  TO WS-DEA-MATRICULA (WS-DEA-QTD).
006260     MOVE DP-DISCIPLINA TO WS-DEA-DISCIPLINA (WS-DEA-QTD).
006270     MOVE DP-ANO-ORIGEM TO WS-DEA-ANO (WS-DEA-QTD).
006280 1085-LE-DEPENDENCIA-EXIT. EXIT.
006290*-----------------------------------------------------------------
006300 1100-IMPRIME-CABECALHO.
006310     MOVE WS-NOME-ESCOLA    TO W3C1-ESCOLA.
006320     WRITE RL3-LINHA FROM WS3-CAB-1-LINHA.
006330     MOVE WS-DATA-FORMATADA TO W3C2-DATA.
006340     WRITE RL3-LINHA FROM WS3-CAB-2-LINHA.
006350     WRITE RL3-LINHA FROM WS3-CAB-3-LINHA.
006360*-----------------------------------------------------------------
006370 2000-PROCESSA-MATRANUAL.
006380     PERFORM 2100-LER-MATRANUAL THRU 2100-LER-MATRANUAL-EXIT.
006390     IF NOT FIM-ARQUIVO
006400        IF TEM-ESCOLA AND MA-ESCOLA NOT = WS-ESCOLA-ATUAL
006410           PERFORM 2150-FECHA-ESCOLA THRU 2150-FECHA-ESCOLA-EXIT
006420        END-IF
006430        IF NOT TEM-ESCOLA
006440           PERFORM 2170-ABRE-ESCOLA
006450        END-IF
006460        PERFORM 2200-DECIDE-ALUNO THRU 2200-DECIDE-ALUNO-EXIT
006470        IF MA-SITUACAO = "R"
006480           PERFORM 2280-ANOTA-DECISAO
006490        END-IF
006500        PERFORM 2300-IMPRIME-DETALHE
006510        PERFORM 2400-GRAVA-MATFINAL
006520     END-IF.
006530 2000-PROCESSA-MATRANUAL-EXIT. EXIT.
006540*-----------------------------------------------------------------
006550 2100-LER-MATRANUAL.
006560     READ MATAN-FILE
006570         AT END
006580            MOVE "S" TO WS-FIM-ARQUIVO
006590            GO TO 2100-LER-MATRANUAL-EXIT
006600     END-READ.
006610     IF NOT MATAN-OK
006620        DISPLAY "ERRO NA LEITURA DE MATRANUAL - STATUS "
006630                WS-MATAN-STATUS
006640        MOVE "S" TO WS-FIM-ARQUIVO
006650        GO TO 2100-LER-MATRANUAL-EXIT
006660     END-IF.
006670 2100-LER-MATRANUAL-EXIT. EXIT.
006680 2150-FECHA-ESCOLA.
006690     IF NOT TEM-ESCOLA
006700        GO TO 2150-FECHA-ESCOLA-EXIT
006710     END-IF.
006720     MOVE WS-TOT-PROMOVIDOS  TO W3T-PROMOVIDOS.
006730     MOVE WS-TOT-APROV-RECUP TO W3T-APROV-RECUP.
006740     MOVE WS-TOT-RETIDOS     TO W3T-RETIDOS.
006750     MOVE WS-TOT-AUSENTES    TO W3T-AUSENTES.
006760     MOVE WS-TOT-INCOMPL     TO W3T-INCOMPL.
006770     MOVE WS-TOT-TRANSF      TO W3T-TRANSF.
006780     WRITE RL3-LINHA FROM WS3-TRL-LINHA.
006790     MOVE SPACES TO RL3-LINHA.
006800     WRITE RL3-LINHA.
006810     MOVE ZEROS TO WS-TOT-PROMOVIDOS WS-TOT-APROV-RECUP
006820         WS-TOT-RETIDOS WS-TOT-AUSENTES WS-TOT-INCOMPL
006830         WS-TOT-TRANSF.
006840     MOVE "N" TO WS-TEM-ESCOLA.
006850 2150-FECHA-ESCOLA-EXIT. EXIT.
006860*-----------------------------------------------------------------
006870 2170-ABRE-ESCOLA.
006880     MOVE MA-ESCOLA TO WS-ESCOLA-ATUAL.
006890     MOVE "S" TO WS-TEM-ESCOLA.
006900     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
006910     PERFORM 1100-IMPRIME-CABECALHO.
006920*-----------------------------------------------------------------
006930* DECIDE A SITUACAO DEFINITIVA DO ALUNO DO REGISTRO CORRENTE DO
006940* MATRANUAL. PROMOVIDO E INCOMPLETO PASSAM DIRETO; RETIDO POR
006950* FREQUENCIA NAO TEM DIREITO AO EXAME; RETIDO POR MEDIA E CASADO
006960* COM A TABELA DA RECUPERACAO - COM NOTA, APLICA A REGRA DA
006970* ESCOLA CONTRA O CORTE; SEM NOTA, VAI PARA A LISTA DE AUSENTES.
006980*-----------------------------------------------------------------
006990 2200-DECIDE-ALUNO.
007000     MOVE ZEROS TO WS-NOTA-RECUP.
007010     MOVE MA-MEDIA-ANUAL TO WS-MEDIA-FINAL.
007020     IF MA-SITUACAO = "P"
007030        MOVE "PROMOVIDO"  TO WS-SITUACAO-FINAL
007040        MOVE "P" TO WS-SIT-GRAVADA
007050        ADD 1 TO WS-TOT-PROMOVIDOS
007060        ADD 1 TO WS-RED-PROMOVIDOS
007070        GO TO 2200-DECIDE-ALUNO-EXIT
007080     END-IF.
007090     IF MA-SITUACAO = "I"
007100        MOVE "INCOMPLETO"  TO WS-SITUACAO-FINAL
007110        MOVE "I" TO WS-SIT-GRAVADA
007120        ADD 1 TO WS-TOT-INCOMPL
007130        ADD 1 TO WS-RED-INCOMPL
007140        GO TO 2200-DECIDE-ALUNO-EXIT
007150     END-IF.
007160*    TRANSFERIDO NO MEIO DO ANO: A DECISAO E DA ESCOLA DE
007170*    DESTINO - PASSA DIRETO PARA O MATFINAL COM "T", SEM
007180*    DIREITO A RECUPERACAO AQUI.
007190     IF MA-SITUACAO = "T"
007200        MOVE "TRANSFERIDO" TO WS-SITUACAO-FINAL
007210        MOVE "T" TO WS-SIT-GRAVADA
007220        ADD 1 TO WS-TOT-TRANSF
007230        ADD 1 TO WS-RED-TRANSF
007240        GO TO 2200-DECIDE-ALUNO-EXIT
007250     END-IF.
007260     MOVE "R" TO WS-SIT-GRAVADA.
007270     IF MA-FREQ-PERC < WS-FREQ-MINIMA
007280        MOVE "RETIDO-FREQ" TO WS-SITUACAO-FINAL
007290        ADD 1 TO WS-TOT-RETIDOS
007300        ADD 1 TO WS-RED-RETIDOS
007310        GO TO 2200-DECIDE-ALUNO-EXIT
007320     END-IF.
007330*    DEPENDENCIA ABERTA DE ANO ANTERIOR: O ALUNO NAO PODE SER
007340*    PROMOVIDO E NAO TEM DIREITO A RECUPERACAO.
007350     PERFORM 2220-PROCURA-DEP-ABERTA THRU
007360         2220-PROCURA-DEP-ABERTA-EXIT.
007370     IF DEA-ACHOU
007380        MOVE "RETIDO-DEP"  TO WS-SITUACAO-FINAL
007390        ADD 1 TO WS-TOT-RETIDOS
007400        ADD 1 TO WS-RED-RETIDOS
007410        ADD 1 TO WS-RED-RETIDO-DEP
007420        GO TO 2200-DECIDE-ALUNO-EXIT
007430     END-IF.
007440     PERFORM 2250-PROCURA-RECUPERACAO THRU
007450         2250-PROCURA-RECUPERACAO-EXIT.
007460     IF NOT REC-ACHOU
007470        MOVE "AUSENTE REC" TO WS-SITUACAO-FINAL
007480        ADD 1 TO WS-TOT-AUSENTES
007490        ADD 1 TO WS-RED-AUSENTES
007500        PERFORM 2270-ANOTA-AUSENTE
007510        GO TO 2200-DECIDE-ALUNO-EXIT
007520     END-IF.
007530     MOVE WS-REC-NOTA (WS-REC-IDX) TO WS-NOTA-RECUP.
007540     IF RECUP-MEDIA
007550        COMPUTE WS-MEDIA-FINAL ROUNDED =
007560            (MA-MEDIA-ANUAL + WS-NOTA-RECUP) / 2
007570     ELSE
007580        MOVE WS-NOTA-RECUP TO WS-MEDIA-FINAL
007590     END-IF.
007600     IF WS-MEDIA-FINAL >= WS-NOTA-CORTE
007610        MOVE "APROV RECUP" TO WS-SITUACAO-FINAL
007620        MOVE "P" TO WS-SIT-GRAVADA
007630        ADD 1 TO WS-TOT-APROV-RECUP
007640        ADD 1 TO WS-RED-APROV-RECUP
007650     ELSE
007660        MOVE "RETIDO"      TO WS-SITUACAO-FINAL
007670        ADD 1 TO WS-TOT-RETIDOS
007680        ADD 1 TO WS-RED-RETIDOS
007690     END-IF.
007700 2200-DECIDE-ALUNO-EXIT. EXIT.
007710*-----------------------------------------------------------------
007720 2220-PROCURA-DEP-ABERTA.
007730     MOVE "N" TO WS-DEA-ACHOU.
007740     MOVE 1 TO WS-DEA-IDX.
007750     PERFORM 2230-COMPARA-DEP-ABERTA THRU
007760         2230-COMPARA-DEP-ABERTA-EXIT
007770         UNTIL DEA-ACHOU OR WS-DEA-IDX > WS-DEA-QTD.
007780 2220-PROCURA-DEP-ABERTA-EXIT. EXIT.
007790*-----------------------------------------------------------------
007800 2230-COMPARA-DEP-ABERTA.
007810     IF WS-DEA-MATRICULA (WS-DEA-IDX) = MA-MATRICULA
007820        MOVE "S" TO WS-DEA-ACHOU
007830     ELSE
007840        ADD 1 TO WS-DEA-IDX
007850     END-IF.
007860 2230-COMPARA-DEP-ABERTA-EXIT. EXIT.
007870*-----------------------------------------------------------------
007880 2250-PROCURA-RECUPERACAO.
007890     MOVE "N" TO WS-REC-ACHOU.
007900     MOVE 1 TO WS-REC-IDX.
007910     PERFORM 2260-COMPARA-RECUPERACAO THRU
007920         2260-COMPARA-RECUPERACAO-EXIT
007930         UNTIL REC-ACHOU OR WS-REC-IDX > WS-REC-QTD.
007940 2250-PROCURA-RECUPERACAO-EXIT. EXIT.
007950*-----------------------------------------------------------------
007960 2260-COMPARA-RECUPERACAO.
007970     IF WS-REC-MATRICULA (WS-REC-IDX) = MA-MATRICULA
007980        MOVE "S" TO WS-REC-ACHOU
007990     ELSE
008000        ADD 1 TO WS-REC-IDX
008010     END-IF.
008020 2260-COMPARA-RECUPERACAO-EXIT. EXIT.
008030*-----------------------------------------------------------------
008040 2270-ANOTA-AUSENTE.
008050     IF WS-AUS-QTD < 500
008060        ADD 1 TO WS-AUS-QTD
008070        MOVE MA-MATRICULA  TO WS-AUS-MATRICULA (WS-AUS-QTD)
008080        MOVE MA-NOME-ALUNO TO WS-AUS-NOME (WS-AUS-QTD)
008090     END-IF.
008100     IF CONVREC-ABERTO
008110        MOVE "A"           TO AV-ORIGEM
008120        MOVE MA-ANO-LETIVO TO AV-ANO-LETIVO
008130        MOVE MA-ESCOLA     TO AV-ESCOLA
008140        MOVE MA-MATRICULA  TO AV-MATRICULA
008150        MOVE MA-NOME-ALUNO TO AV-NOME-ALUNO
008160        MOVE SPACES        TO AV-TURMA
008170        MOVE MA-MEDIA-ANUAL TO WS-MEDIA-AVISO
008180        MOVE SPACES        TO AV-TEXTO
008190        STRING "NAO FEZ A RECUPERACAO - MEDIA ANUAL "
008200            WS-MEDIA-AVISO DELIMITED BY SIZE INTO AV-TEXTO
008210        WRITE AVISO-REC
008220     END-IF.
008230*-----------------------------------------------------------------
008240* GUARDA A DECISAO FINAL DO ALUNO QUE CHEGOU RETIDO DO MATRANUAL,
008250* PARA O ACERTO DAS SUAS REPROVACOES NO DEPENDENCIA NO FIM.
008260*-----------------------------------------------------------------
008270 2280-ANOTA-DECISAO.
008280     IF WS-DRT-QTD < 500
008290        ADD 1 TO WS-DRT-QTD
008300        MOVE MA-MATRICULA   TO WS-DRT-MATRICULA (WS-DRT-QTD)
008310        MOVE WS-SIT-GRAVADA TO WS-DRT-SITUACAO (WS-DRT-QTD)
008320     ELSE
008330        DISPLAY "MAIS DE 500 RETIDOS - DEPENDENCIA DA MATRICULA "
008340                MA-MATRICULA " NAO ACERTADA"
008350     END-IF.
008360*-----------------------------------------------------------------
008370 2300-IMPRIME-DETALHE.
008380     MOVE MA-MATRICULA   TO W3D-MATRICULA.
008390     MOVE MA-NOME-ALUNO  TO W3D-NOME-ALUNO.
008400     MOVE MA-MEDIA-ANUAL TO W3D-MEDIA-ANUAL.
008410     IF WS-SITUACAO-FINAL = "APROV RECUP"
008420        OR WS-SITUACAO-FINAL = "RETIDO"
008430        MOVE WS-NOTA-RECUP TO WS-NOTA-EDITADA
008440        MOVE WS-NOTA-EDITADA TO W3D-NOTA-RECUP
008450        MOVE WS-MEDIA-FINAL TO WS-NOTA-EDITADA
008460        MOVE WS-NOTA-EDITADA TO W3D-MEDIA-FINAL
008470     ELSE
008480        MOVE " -  " TO W3D-NOTA-RECUP
008490        MOVE WS-MEDIA-FINAL TO WS-NOTA-EDITADA
008500        MOVE WS-NOTA-EDITADA TO W3D-MEDIA-FINAL
008510     END-IF.
008520     MOVE MA-FREQ-PERC TO W3D-FREQ-PERC.
008530     MOVE WS-SITUACAO-FINAL TO W3D-SITUACAO.
008540     WRITE RL3-LINHA FROM WS3-DET-LINHA.
008550*-----------------------------------------------------------------
008560 2400-GRAVA-MATFINAL.
008570     IF MATFIN-OK
008580        MOVE MA-ANO-LETIVO  TO MF-ANO-LETIVO
008590        MOVE MA-MATRICULA   TO MF-MATRICULA
008600        MOVE MA-NOME-ALUNO  TO MF-NOME-ALUNO
008610        MOVE MA-MEDIA-ANUAL TO MF-MEDIA-ANUAL
008620        MOVE WS-NOTA-RECUP  TO MF-NOTA-RECUP
008630        MOVE WS-MEDIA-FINAL TO MF-MEDIA-FINAL
008640        MOVE MA-FREQ-PERC   TO MF-FREQ-PERC
008650        MOVE WS-SIT-GRAVADA TO MF-SITUACAO
008660        MOVE SPACE          TO MF-ORIGEM
008670        MOVE MA-ESCOLA      TO MF-ESCOLA
008680        WRITE MATFIN-REC
008690     END-IF.
008700*-----------------------------------------------------------------
008710 1075-CARREGA-ESCOLAS.
008720     OPEN INPUT ESC-FILE.
008730     IF NOT ESCOLAS-OK
008740        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
008750                WS-ESCOLAS-STATUS " - CABECALHOS COM O CODIGO"
008760                " DA ESCOLA"
008770        GO TO 1075-CARREGA-ESCOLAS-EXIT
008780     END-IF.
008790     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
008800         UNTIL FIM-ESCOLAS.
008810     CLOSE ESC-FILE.
008820     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
008830 1075-CARREGA-ESCOLAS-EXIT. EXIT.
008840*-----------------------------------------------------------------
008850 1076-LE-ESCOLA.
008860     READ ESC-FILE
008870         AT END
008880            MOVE "S" TO WS-FIM-ESCOLAS
008890            GO TO 1076-LE-ESCOLA-EXIT
008900     END-READ.
008910     IF WS-ESCT-QTD >= 10
008920        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
008930        MOVE "S" TO WS-FIM-ESCOLAS
008940        GO TO 1076-LE-ESCOLA-EXIT
008950     END-IF.
008960     ADD 1 TO WS-ESCT-QTD.
008970     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
008980     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
008990 1076-LE-ESCOLA-EXIT. EXIT.
009000*-----------------------------------------------------------------
009010* NOME DA ESCOLA DO CABECALHO, DO CADASTRO ESCOLAS; ESCOLA SEM
009020* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
009030*-----------------------------------------------------------------
009040 9100-PROCURA-ESCOLA.
009050     MOVE "N" TO WS-ESCT-ACHOU.
009060     MOVE 1 TO WS-ESCT-IDX.
009070     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
009080         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
009090     IF ESCT-ACHOU
009100        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
009110     ELSE
009120        MOVE SPACES TO WS-NOME-ESCOLA
009130        STRING "ESCOLA " WS-ESCOLA-ATUAL
009140            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
009150     END-IF.
009160 9100-PROCURA-ESCOLA-EXIT. EXIT.
009170*-----------------------------------------------------------------
009180 9150-COMPARA-ESCOLA.
009190     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
009200        MOVE "S" TO WS-ESCT-ACHOU
009210     ELSE
009220        ADD 1 TO WS-ESCT-IDX
009230     END-IF.
009240 9150-COMPARA-ESCOLA-EXIT. EXIT.
009250*-----------------------------------------------------------------
009260 8000-FINALIZA.
009270     PERFORM 2150-FECHA-ESCOLA THRU 2150-FECHA-ESCOLA-EXIT.
009280     IF WS-AUS-QTD > ZEROS
009290        MOVE SPACES TO RL3-LINHA
009300        WRITE RL3-LINHA
009310        WRITE RL3-LINHA FROM WS3-AUS-TIT-LINHA
009320        PERFORM 8050-IMPRIME-AUSENTE
009330            VARYING WS-AUS-IDX FROM 1 BY 1
009340            UNTIL WS-AUS-IDX > WS-AUS-QTD
009350     END-IF.
009360     MOVE SPACES TO RL3-LINHA.
009370     WRITE RL3-LINHA.
009380     MOVE WS-RED-PROMOVIDOS  TO W3N-PROMOVIDOS.
009390     MOVE WS-RED-APROV-RECUP TO W3N-APROV-RECUP.
009400     MOVE WS-RED-RETIDOS     TO W3N-RETIDOS.
009410     MOVE WS-RED-AUSENTES    TO W3N-AUSENTES.
009420     MOVE WS-RED-INCOMPL     TO W3N-INCOMPL.
009430     MOVE WS-RED-TRANSF      TO W3N-TRANSF.
009440     WRITE RL3-LINHA FROM WS3-CON-LINHA.
009450     CLOSE MATAN-FILE.
009460     CLOSE RELFIN-FILE.
009470     CLOSE MATFIN-FILE.
009480     IF CONVREC-ABERTO
009490        CLOSE CONVREC-FILE
009500     END-IF.
009510     PERFORM 8100-ACERTA-DEPENDENCIAS THRU
009520         8100-ACERTA-DEPENDENCIAS-EXIT.
009530     IF WS-RED-RETIDO-DEP > ZEROS
009540        DISPLAY "ALUNOS RETIDOS POR DEPENDENCIA ABERTA: "
009550                WS-RED-RETIDO-DEP
009560     END-IF.
009570     DISPLAY "FIM DO PROGRAMA03".
009580*-----------------------------------------------------------------
009590 8050-IMPRIME-AUSENTE.
009600     MOVE WS-AUS-MATRICULA (WS-AUS-IDX) TO W3A-MATRICULA.
009610     MOVE WS-AUS-NOME (WS-AUS-IDX)      TO W3A-NOME-ALUNO.
009620     WRITE RL3-LINHA FROM WS3-AUS-LINHA.
009630*-----------------------------------------------------------------
009640* ACERTA NO DEPENDENCIA AS REPROVACOES DO ANO LETIVO DOS ALUNOS
009650* QUE CHEGARAM RETIDOS: O APROVADO NA RECUPERACAO PASSA A TER
009660* AS DEPENDENCIAS ABERTAS (ORIGEM "R"); O QUE CONTINUA RETIDO
009670* FICA COM "R". DEPENDENCIA JA CONCLUIDA NAO E TOCADA.
009680*-----------------------------------------------------------------
009690 8100-ACERTA-DEPENDENCIAS.
009700     IF WS-DRT-QTD = ZEROS
009710        GO TO 8100-ACERTA-DEPENDENCIAS-EXIT
009720     END-IF.
009730     OPEN I-O DEP-FILE.
009740     IF NOT DEP-OK
009750        DISPLAY "DEPENDENCIA NAO ENCONTRADO - STATUS "
009760                WS-DEP-STATUS " - REPROVACOES NAO ACERTADAS"
009770        GO TO 8100-ACERTA-DEPENDENCIAS-EXIT
009780     END-IF.
009790     MOVE "N" TO WS-FIM-DEP.
009800     PERFORM 8110-ACERTA-DEPENDENCIA THRU
009810         8110-ACERTA-DEPENDENCIA-EXIT
009820         UNTIL FIM-DEP.
009830     CLOSE DEP-FILE.
009840     DISPLAY "DEPENDENCIAS ABERTAS PELA RECUPERACAO: "
009850             WS-RED-DEP-ABERTAS " - DE ALUNOS RETIDOS: "
009860             WS-RED-DEP-RETIDAS.
009870 8100-ACERTA-DEPENDENCIAS-EXIT. EXIT.
009880*-----------------------------------------------------------------
009890 8110-ACERTA-DEPENDENCIA.
009900     READ DEP-FILE NEXT RECORD
009910         AT END
009920            MOVE "S" TO WS-FIM-DEP
009930            GO TO 8110-ACERTA-DEPENDENCIA-EXIT
009940     END-READ.
009950     IF NOT DEP-OK
009960        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
009970                WS-DEP-STATUS
009980        MOVE "S" TO WS-FIM-DEP
009990        GO TO 8110-ACERTA-DEPENDENCIA-EXIT
010000     END-IF.
010010     IF DP-ANO-ORIGEM NOT = WS-ANO-LETIVO OR DP-CONCLUIDA
010020        GO TO 8110-ACERTA-DEPENDENCIA-EXIT
010030     END-IF.
010040     MOVE "N" TO WS-DRT-ACHOU.
010050     MOVE 1 TO WS-DRT-IDX.
010060     PERFORM 8120-COMPARA-DECISAO THRU 8120-COMPARA-DECISAO-EXIT
010070         UNTIL DRT-ACHOU OR WS-DRT-IDX > WS-DRT-QTD.
010080     IF NOT DRT-ACHOU
010090        GO TO 8110-ACERTA-DEPENDENCIA-EXIT
010100     END-IF.
010110     IF WS-DRT-SITUACAO (WS-DRT-IDX) = "P"
010120        MOVE "A" TO DP-SITUACAO
010130        MOVE "R" TO DP-ORIGEM
010140        ADD 1 TO WS-RED-DEP-ABERTAS
010150     ELSE
010160        MOVE "R" TO DP-SITUACAO
010170        MOVE SPACE TO DP-ORIGEM
010180        ADD 1 TO WS-RED-DEP-RETIDAS
010190     END-IF.
010200     REWRITE DEP-REC
010210         INVALID KEY
010220            DISPLAY "ERRO AO REGRAVAR DEPENDENCIA - STATUS "
010230                    WS-DEP-STATUS
010240     END-REWRITE.
010250 8110-ACERTA-DEPENDENCIA-EXIT. EXIT.
010260*-----------------------------------------------------------------
010270 8120-COMPARA-DECISAO.
010280     IF WS-DRT-MATRICULA (WS-DRT-IDX) = DP-MATRICULA
010290        MOVE "S" TO WS-DRT-ACHOU
010300     ELSE
010310        ADD 1 TO WS-DRT-IDX
010320     END-IF.
010330 8120-COMPARA-DECISAO-EXIT. EXIT.
010340*-----------------------------------------------------------------
010350 END PROGRAM PROGRAMA03.
