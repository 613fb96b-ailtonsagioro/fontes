000370*                   COM SAIDA REGISTRADA NAO ENTRA NO RISCO DE
000380*                   FREQUENCIA (A PROJECAO E DA ESCOLA DE
000390*                   DESTINO).
000400*   2026-10-15 JAS  GRAVA OS APONTAMENTOS DE RISCO DO BIMESTRE
000410*                   NO EXTRATO CONVRISCO (AVISOREC, ORIGEM "R"),
000420*                   LIDO PELA EMISSAO DAS CONVOCACOES DE
000430*                   RESPONSAVEIS DO PROGRAMA26.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. PROGRAMA12.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FREQ-FILE ASSIGN TO FREQUENCIA
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FREQ-STATUS.
000530     SELECT FREQOK-FILE ASSIGN TO FREQOK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FREQOK-STATUS.
000560     SELECT FREQERR-FILE ASSIGN TO FREQERR
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FREQERR-STATUS.
000590     SELECT CAD-FILE ASSIGN TO CADASTRO
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CD-MATRICULA
000630         FILE STATUS IS WS-CAD-STATUS.
000640     SELECT PARM-FILE ASSIGN TO PARAMETROS
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670     SELECT HIST-FILE ASSIGN TO HISTBIM
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HIST-STATUS.
000700     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK07".
000710     SELECT HISTORD-FILE ASSIGN TO HISTORDR
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-HISTORD-STATUS.
000740     SELECT MOV-FILE ASSIGN TO MOVIMENTO
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-MOV-STATUS.
000770     SELECT RELRIS-FILE ASSIGN TO RELRISCO
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RELRIS-STATUS.
000800     SELECT CONVRIS-FILE ASSIGN TO CONVRISCO
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CONVRIS-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FREQ-FILE
000860     RECORD CONTAINS 12 CHARACTERS.
000870     COPY FREQREC.
000880 FD  FREQOK-FILE
000890     RECORD CONTAINS 12 CHARACTERS.
000900 01  FQO-REC                  PIC X(12).
000910 FD  FREQERR-FILE
000920     RECORD CONTAINS 60 CHARACTERS.
000930 01  FQE-LINHA                PIC X(60).
000940 FD  CAD-FILE
000950     RECORD CONTAINS 32 CHARACTERS.
000960     COPY CADREC.
000970 FD  PARM-FILE
000980     RECORD CONTAINS 34 CHARACTERS.
000990     COPY PARMREC.
001000 FD  HIST-FILE
001010     RECORD CONTAINS 55 CHARACTERS.
001020     COPY HISTREC.
001030 SD  SORT-WORK-FILE.
001040 01  SORT-REC.
001050     05  SR-ANO-LETIVO         PIC 9(04).
001060     05  SR-MATRICULA          PIC 9(05).
001070     05  SR-NOME-ALUNO         PIC X(15).
001080     05  SR-TURMA              PIC X(10).
001090     05  SR-DISCIPLINA         PIC X(03).
001100     05  SR-BIMESTRE           PIC 9(01).
001110     05  SR-NOTAS              PIC X(12).
001120     05  SR-MEDIA-BIM          PIC 9(02)V9(01).
001130     05  SR-ESCOLA             PIC 9(02).
001140 FD  HISTORD-FILE
001150     RECORD CONTAINS 55 CHARACTERS.
001160 01  HO-REC.
001170     05  HO-ANO-LETIVO         PIC 9(04).
001180     05  HO-MATRICULA          PIC 9(05).
001190     05  HO-NOME-ALUNO         PIC X(15).
001200     05  HO-TURMA              PIC X(10).
001210     05  HO-DISCIPLINA         PIC X(03).
001220     05  HO-BIMESTRE           PIC 9(01).
001230     05  HO-NOTAS              PIC X(12).
001240     05  HO-MEDIA-BIM          PIC 9(02)V9(01).
001250     05  HO-ESCOLA             PIC 9(02).
001260 FD  MOV-FILE
001270     RECORD CONTAINS 42 CHARACTERS.
001280     COPY MOVREC.
001290 FD  RELRIS-FILE
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  RL10-LINHA               PIC X(132).
001320 FD  CONVRIS-FILE
001330     RECORD CONTAINS 77 CHARACTERS.
001340     COPY AVISOREC.
001350 WORKING-STORAGE SECTION.
001360*-----------------------------------------------------------------
001370* CHAVES E CONTADORES DE CONTROLE
001380*-----------------------------------------------------------------
001390 77  WS-FREQ-STATUS        PIC X(02) VALUE "00".
001400     88  FREQ-OK                     VALUE "00".
001410 77  WS-FREQOK-STATUS      PIC X(02) VALUE "00".
001420     88  FREQOK-OK                   VALUE "00".
001430 77  WS-FREQERR-STATUS     PIC X(02) VALUE "00".
001440     88  FREQERR-OK                  VALUE "00".
001450 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
001460     88  CAD-OK                      VALUE "00".
001470     88  CAD-NAO-ACHADO              VALUE "23".
001480 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001490     88  PARM-OK                     VALUE "00".
001500 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
001510     88  HIST-OK                     VALUE "00".
001520 77  WS-HISTORD-STATUS     PIC X(02) VALUE "00".
001530     88  HISTORD-OK                  VALUE "00".
001540 77  WS-RELRIS-STATUS      PIC X(02) VALUE "00".
001550     88  RELRIS-OK                   VALUE "00".
001560 77  WS-CONVRIS-STATUS     PIC X(02) VALUE "00".
001570     88  CONVRIS-OK                  VALUE "00".
001580 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
001590     88  MOV-OK                      VALUE "00".
001600 77  WS-FIM-MOV            PIC X(01) VALUE "N".
001610     88  FIM-MOV                     VALUE "S".
001620 77  WS-FIM-FREQ           PIC X(01) VALUE "N".
001630     88  FIM-FREQ                    VALUE "S".
001640 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001650     88  FIM-PARM                    VALUE "S".
001660 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001670     88  FIM-ARQUIVO                 VALUE "S".
001680 77  WS-TOT-VALIDAS        PIC 9(05) VALUE ZEROS.
001690 77  WS-TOT-REJEITADAS     PIC 9(05) VALUE ZEROS.
001700 77  WS-TOT-FALTANTES      PIC 9(05) VALUE ZEROS.
001710 77  WS-TOT-OUTROS-ANOS    PIC 9(05) VALUE ZEROS.
001720*-----------------------------------------------------------------
001730* PARAMETROS DO CARTAO GERAL: BIMESTRE CORRENTE (OS BIMESTRES 1
001740* ATE ELE DEVEM TER APONTAMENTO), FREQUENCIA MINIMA, CORTE
001750* GERAL, ANO LETIVO E A TABELA DE CORTES POR DISCIPLINA.
001760*-----------------------------------------------------------------
001770 77  WS-BIMESTRE           PIC 9(01) VALUE 1.
001780 77  WS-FREQ-MINIMA        PIC 9(03) VALUE 075.
001790 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
001800 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001810 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
001820 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
001830 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
001840     88  PRM-ACHOU                   VALUE "S".
001850 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE 07.
001860*-----------------------------------------------------------------
001870* MOVIMENTACAO DE ALUNOS (ARQUIVO MOVIMENTO), COMO NA
001880* CONCILIACAO DO PROGRAMA04: BIMESTRES QUE A TRANSFERENCIA
001890* EXPLICA NAO SAO PENDENCIA, E ALUNO COM SAIDA NAO ENTRA NO
001900* RISCO DE FREQUENCIA. OS INDICADORES WS-ALUNO-ENTRADA/SAIDA
001910* VALEM PARA O ALUNO DA CHAVE WS-MOV-BUSCA.
001920*-----------------------------------------------------------------
001930 77  WS-MOV-QTD            PIC 9(03) VALUE ZEROS.
001940 77  WS-MOV-IDX            PIC 9(03) VALUE ZEROS.
001950 77  WS-MOV-ACHOU          PIC X(01) VALUE "N".
001960     88  MOV-ACHOU                   VALUE "S".
001970 77  WS-MOV-BUSCA          PIC 9(05) VALUE ZEROS.
001980 01  WS-MOV-TABELA.
001990     05  WS-MOV-ENT OCCURS 500 TIMES.
002000         10  WS-MOV-MATRICULA  PIC 9(05).
002010         10  WS-MOV-TEM-ENT    PIC X(01).
002020         10  WS-MOV-BIM-ENT    PIC 9(01).
002030         10  WS-MOV-TEM-SAI    PIC X(01).
002040         10  WS-MOV-BIM-SAI    PIC 9(01).
002050 77  WS-ALUNO-ENTRADA      PIC X(01) VALUE "N".
002060     88  ALUNO-ENTRADA               VALUE "S".
002070 77  WS-ALUNO-SAIDA        PIC X(01) VALUE "N".
002080     88  ALUNO-SAIDA                 VALUE "S".
002090 77  WS-BIM-ENTRADA        PIC 9(01) VALUE ZEROS.
002100 77  WS-BIM-SAIDA          PIC 9(01) VALUE ZEROS.
002110 01  WS-PARM-TABELA.
002120     05  WS-PRM-ENT OCCURS 10 TIMES.
002130         10  WS-PRM-DISCIPLINA PIC X(03).
002140         10  WS-PRM-CORTE      PIC 9(02)V9(01).
002150*-----------------------------------------------------------------
002160* TABELA DA FREQUENCIA LIMPA, UM ALUNO POR ENTRADA: AULAS E
002170* FALTAS ACUMULADAS ATE O BIMESTRE CORRENTE, A MARCA DE CADA
002180* BIMESTRE JA APONTADO (PARA A CRITICA DE DUPLICADO E DE
002190* FALTANTE) E OS DADOS DO CADASTRO PARA O RELATORIO.
002200*-----------------------------------------------------------------
002210 77  WS-FRQ-QTD            PIC 9(03) VALUE ZEROS.
002220 77  WS-FRQ-IDX            PIC 9(03) VALUE ZEROS.
002230 77  WS-FRQ-ACHOU          PIC X(01) VALUE "N".
002240     88  FRQ-ACHOU                   VALUE "S".
002250 77  WS-FRQ-BUSCA          PIC 9(05) VALUE ZEROS.
002260 01  WS-FREQ-TABELA.
002270     05  WS-FRQ-ENT OCCURS 500 TIMES.
002280         10  WS-FRQ-MATRICULA  PIC 9(05).
002290         10  WS-FRQ-NOME       PIC X(15).
002300         10  WS-FRQ-TURMA      PIC X(10).
002310         10  WS-FRQ-ESCOLA     PIC 9(02).
002320         10  WS-FRQ-AULAS      PIC 9(05).
002330         10  WS-FRQ-FALTAS     PIC 9(05).
002340         10  WS-FRQ-TEM-BIM    PIC X(01) OCCURS 4 TIMES.
002350         10  WS-FRQ-VISTO      PIC X(01).
002360*-----------------------------------------------------------------
002370* QUEBRA DE CONTROLE SOBRE O HISTORICO ORDENADO (ALUNO E, DENTRO
002380* DO ALUNO, DISCIPLINA) E ACUMULADORES DA MEDIA PARCIAL.
002390*-----------------------------------------------------------------
002400 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
002410 77  WS-NOME-ATUAL         PIC X(15) VALUE SPACES.
002420 77  WS-TURMA-ATUAL        PIC X(10) VALUE SPACES.
002430 77  WS-DISC-ATUAL         PIC X(03) VALUE SPACES.
002440 77  WS-TEM-ALUNO          PIC X(01) VALUE "N".
002450     88  TEM-ALUNO                   VALUE "S".
002460 77  WS-TEM-DISC           PIC X(01) VALUE "N".
002470     88  TEM-DISC                    VALUE "S".
002480 77  WS-SOMA-PARCIAL       PIC 9(03)V9(01) VALUE ZEROS.
002490 77  WS-QTD-PARCIAL        PIC 9(02) VALUE ZEROS.
002500 77  WS-MEDIA-PARCIAL      PIC 9(02)V9(01) VALUE ZEROS.
002510*-----------------------------------------------------------------
002520* TABELA DOS APONTAMENTOS DE RISCO, IMPRESSA POR TURMA NO FIM
002530* (A MARCA DE IMPRESSO CONTROLA A QUEBRA POR TURMA SEM ORDENAR).
002540*-----------------------------------------------------------------
002550 77  WS-RK-QTD             PIC 9(03) VALUE ZEROS.
002560 77  WS-RK-IDX             PIC 9(03) VALUE ZEROS.
002570 77  WS-RK-SUB             PIC 9(03) VALUE ZEROS.
002580 77  WS-RK-TURMA           PIC X(10) VALUE SPACES.
002590 77  WS-RK-ESCOLA          PIC 9(02) VALUE ZEROS.
002600 77  WS-ESCOLA-AVAL        PIC 9(02) VALUE ZEROS.
002610 01  WS-RISCO-TABELA.
002620     05  WS-RK-ENT OCCURS 600 TIMES.
002630         10  WS-RK-TURMA-ENT   PIC X(10).
002640         10  WS-RK-ESCOLA-ENT  PIC 9(02).
002650         10  WS-RK-MATRICULA   PIC 9(05).
002660         10  WS-RK-NOME        PIC X(15).
002670         10  WS-RK-TEXTO       PIC X(40).
002680         10  WS-RK-IMPRESSO    PIC X(01).
002690*-----------------------------------------------------------------
002700* APOIO DA AVALIACAO DE RISCO E DA EDICAO DOS TEXTOS
002710*-----------------------------------------------------------------
002720 77  WS-FREQ-PERC          PIC 9(03) VALUE ZEROS.
002730 01  WS-PERC-EDITADO       PIC ZZ9.
002740 01  WS-MINIMA-EDITADA     PIC ZZ9.
002750 01  WS-NOTA-EDITADA       PIC Z9.9.
002760 01  WS-CORTE-EDITADO      PIC Z9.9.
002770 77  WS-TEXTO-RISCO        PIC X(40) VALUE SPACES.
002780*-----------------------------------------------------------------
002790* LINHA DO ARQUIVO DE EXCECOES DA FREQUENCIA (FREQERR)
002800*-----------------------------------------------------------------
002810 01  WS-ERR-LINHA.
002820     05  WE-MATRICULA      PIC 9(05).
002830     05  FILLER            PIC X(01) VALUE SPACE.
002840     05  WE-BIMESTRE       PIC 9(01).
002850     05  FILLER            PIC X(01) VALUE SPACE.
002860     05  WE-AULAS          PIC 9(03).
002870     05  FILLER            PIC X(01) VALUE SPACE.
002880     05  WE-FALTAS         PIC 9(03).
002890     05  FILLER            PIC X(02) VALUE SPACE.
002900     05  WE-MOTIVO         PIC X(35).
002910     05  FILLER            PIC X(08) VALUE SPACE.
002920*-----------------------------------------------------------------
002930* DATA DO SISTEMA, PARA O CABECALHO DO RELATORIO
002940*-----------------------------------------------------------------
002950 01  WS-DATA-AAAAMMDD.
002960     05  WS-DATA-AAAA      PIC 9(04).
002970     05  WS-DATA-MM        PIC 9(02).
002980     05  WS-DATA-DD        PIC 9(02).
002990 01  WS-DATA-FORMATADA     PIC X(10).
003000*-----------------------------------------------------------------
003010* LINHAS DO RELATORIO DE ALUNOS EM RISCO (RELRISCO)
003020*-----------------------------------------------------------------
003030     COPY REL10LINE.
003040 PROCEDURE DIVISION.
003050*-----------------------------------------------------------------
003060 0000-MAINLINE.
003070     PERFORM 1000-INICIALIZA.
003080     PERFORM 2000-CRITICA-FREQUENCIA THRU
003090         2000-CRITICA-FREQUENCIA-EXIT
003100         UNTIL FIM-FREQ.
003110     PERFORM 2600-APONTA-FALTANTES THRU
003120         2600-APONTA-FALTANTES-EXIT
003130         VARYING WS-FRQ-IDX FROM 1 BY 1
003140         UNTIL WS-FRQ-IDX > WS-FRQ-QTD.
003150     PERFORM 3000-PROCESSA-HISTORICO THRU
003160         3000-PROCESSA-HISTORICO-EXIT
003170         UNTIL FIM-ARQUIVO.
003180     PERFORM 3500-FECHA-ULTIMO.
003190     PERFORM 3600-AVALIA-SEM-HISTORICO THRU
003200         3600-AVALIA-SEM-HISTORICO-EXIT
003210         VARYING WS-FRQ-IDX FROM 1 BY 1
003220         UNTIL WS-FRQ-IDX > WS-FRQ-QTD.
003230     PERFORM 6000-IMPRIME-RISCOS THRU 6000-IMPRIME-RISCOS-EXIT.
003240     PERFORM 6500-GRAVA-AVISOS THRU 6500-GRAVA-AVISOS-EXIT.
003250     PERFORM 8000-FINALIZA.
003260     STOP RUN.
003270*-----------------------------------------------------------------
003280 1000-INICIALIZA.
003290     DISPLAY "INICIO DO PROGRAMA12".
003300     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003310     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
003320     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
003330     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
003340     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
003350     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
003360     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
003370     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
003380     PERFORM 1070-CARREGA-MOVIMENTO THRU
003390         1070-CARREGA-MOVIMENTO-EXIT.
003400     OPEN INPUT CAD-FILE.
003410     IF NOT CAD-OK
003420        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
003430        DISPLAY "SEM CADASTRO NAO HA COMO CRITICAR A FREQUENCIA"
003440        MOVE "S" TO WS-FIM-FREQ
003450        MOVE "S" TO WS-FIM-ARQUIVO
003460     END-IF.
003470     OPEN INPUT FREQ-FILE.
003480     IF NOT FREQ-OK
003490        DISPLAY "FREQUENCIA NAO ENCONTRADA - STATUS "
003500                WS-FREQ-STATUS
003510        MOVE "S" TO WS-FIM-FREQ
003520     END-IF.
003530     OPEN OUTPUT FREQOK-FILE.
003540     IF NOT FREQOK-OK
003550        DISPLAY "ERRO AO ABRIR FREQOK - STATUS "
003560                WS-FREQOK-STATUS
003570        MOVE "S" TO WS-FIM-FREQ
003580        MOVE "S" TO WS-FIM-ARQUIVO
003590     END-IF.
003600     OPEN OUTPUT FREQERR-FILE.
003610     IF NOT FREQERR-OK
003620        DISPLAY "ERRO AO ABRIR FREQERR - STATUS "
003630                WS-FREQERR-STATUS
003640        MOVE "S" TO WS-FIM-FREQ
003650        MOVE "S" TO WS-FIM-ARQUIVO
003660     END-IF.
003670     PERFORM 1060-ORDENA-HISTORICO.
003680     OPEN OUTPUT RELRIS-FILE.
003690     IF NOT RELRIS-OK
003700        DISPLAY "ERRO AO ABRIR RELRISCO - STATUS "
003710                WS-RELRIS-STATUS
003720        MOVE "S" TO WS-FIM-ARQUIVO
003730     END-IF.
003740     MOVE WS-ANO-LETIVO     TO W10C1-ANO.
003750     MOVE WS-BIMESTRE       TO W10C1-BIMESTRE.
003760     MOVE WS-DATA-FORMATADA TO W10C1-DATA.
003770     WRITE RL10-LINHA FROM WS10-CAB-1-LINHA.
003780     MOVE SPACES TO RL10-LINHA.
003790     WRITE RL10-LINHA.
003800*-----------------------------------------------------------------
003810 1050-LE-PARAMETROS.
003820     OPEN INPUT PARM-FILE.
003830     IF NOT PARM-OK
003840        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO BIMESTRE "
003850                WS-BIMESTRE " E FREQUENCIA MINIMA "
003860                WS-FREQ-MINIMA
003870        GO TO 1050-LE-PARAMETROS-EXIT
003880     END-IF.
003890     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
003900         UNTIL FIM-PARM.
003910     CLOSE PARM-FILE.
003920 1050-LE-PARAMETROS-EXIT. EXIT.
003930*-----------------------------------------------------------------
003940 1055-LE-CARTAO-PARM.
003950     READ PARM-FILE
003960         AT END
003970            MOVE "S" TO WS-FIM-PARM
003980            GO TO 1055-LE-CARTAO-PARM-EXIT
003990     END-READ.
004000     IF PM-DISCIPLINA = SPACES
004010        IF PM-NOTA-CORTE IS NUMERIC
004020           MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
004030        END-IF
004040        IF PM-BIMESTRE IS NUMERIC AND PM-BIMESTRE >= 1
004050           AND PM-BIMESTRE <= 4
004060           MOVE PM-BIMESTRE TO WS-BIMESTRE
004070        END-IF
004080        IF PM-FREQ-MINIMA IS NUMERIC AND PM-FREQ-MINIMA <= 100
004090           MOVE PM-FREQ-MINIMA TO WS-FREQ-MINIMA
004100        END-IF
004110        IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
004120           MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
004130        END-IF
004140        DISPLAY "CRITICANDO OS BIMESTRES 1 A " WS-BIMESTRE
004150                " DO ANO " WS-ANO-LETIVO
004160     ELSE
004170        IF PM-NOTA-CORTE IS NUMERIC AND WS-PRM-QTD < 10
004180           ADD 1 TO WS-PRM-QTD
004190           MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD)
004200           MOVE PM-NOTA-CORTE TO WS-PRM-CORTE (WS-PRM-QTD)
004210        END-IF
004220     END-IF.
004230 1055-LE-CARTAO-PARM-EXIT. EXIT.
004240*-----------------------------------------------------------------
004250 1060-ORDENA-HISTORICO.
004260     SORT SORT-WORK-FILE
004270         ON ASCENDING KEY SR-MATRICULA SR-DISCIPLINA SR-BIMESTRE
004280         USING HIST-FILE
004290         GIVING HISTORD-FILE.
004300     OPEN INPUT HISTORD-FILE.
004310     IF NOT HISTORD-OK
004320        DISPLAY "ERRO AO ABRIR HISTORDR - STATUS "
004330                WS-HISTORD-STATUS
004340        MOVE "S" TO WS-FIM-ARQUIVO
004350     END-IF.
004360*-----------------------------------------------------------------
004370* CRITICA DE CADA REGISTRO DA FREQUENCIA: MATRICULA NO CADASTRO,
004380* BIMESTRE 1-4, CAMPOS NUMERICOS, FALTAS NAO MAIORES QUE AS
004390* AULAS DADAS E MATRICULA/BIMESTRE SEM DUPLICATA. REGISTRO
004400* VALIDO VAI PARA O FREQOK E PARA A TABELA; REJEITADO, PARA O
004410* FREQERR COM O MOTIVO.
004420*-----------------------------------------------------------------
004430 2000-CRITICA-FREQUENCIA.
004440     READ FREQ-FILE
004450         AT END
004460            MOVE "S" TO WS-FIM-FREQ
004470            GO TO 2000-CRITICA-FREQUENCIA-EXIT
004480     END-READ.
004490     IF NOT FREQ-OK
004500        DISPLAY "ERRO NA LEITURA DE FREQUENCIA - STATUS "
004510                WS-FREQ-STATUS
004520        MOVE "S" TO WS-FIM-FREQ
004530        GO TO 2000-CRITICA-FREQUENCIA-EXIT
004540     END-IF.
004550     IF FQ-MATRICULA IS NOT NUMERIC
004560        OR FQ-BIMESTRE IS NOT NUMERIC
004570        OR FQ-AULAS-DADAS IS NOT NUMERIC
004580        OR FQ-FALTAS IS NOT NUMERIC
004590        MOVE "CAMPO NAO NUMERICO" TO WE-MOTIVO
004600        PERFORM 2400-REJEITA-REGISTRO
004610        GO TO 2000-CRITICA-FREQUENCIA-EXIT
004620     END-IF.
004630     IF FQ-BIMESTRE < 1 OR FQ-BIMESTRE > 4
004640        MOVE "BIMESTRE FORA DE 1-4" TO WE-MOTIVO
004650        PERFORM 2400-REJEITA-REGISTRO
004660        GO TO 2000-CRITICA-FREQUENCIA-EXIT
004670     END-IF.
004680     IF FQ-FALTAS > FQ-AULAS-DADAS
004690        MOVE "FALTAS MAIORES QUE AS AULAS DADAS" TO WE-MOTIVO
004700        PERFORM 2400-REJEITA-REGISTRO
004710        GO TO 2000-CRITICA-FREQUENCIA-EXIT
004720     END-IF.
004730     MOVE FQ-MATRICULA TO CD-MATRICULA.
004740     READ CAD-FILE
004750         INVALID KEY
004760            MOVE "MATRICULA NAO CADASTRADA" TO WE-MOTIVO
004770            PERFORM 2400-REJEITA-REGISTRO
004780            GO TO 2000-CRITICA-FREQUENCIA-EXIT
004790     END-READ.
004800     MOVE FQ-MATRICULA TO WS-FRQ-BUSCA.
004810     PERFORM 2200-PROCURA-FREQUENCIA THRU
004820         2200-PROCURA-FREQUENCIA-EXIT.
004830     IF NOT FRQ-ACHOU
004840        IF WS-FRQ-QTD >= 500
004850           DISPLAY "FREQUENCIA COM MAIS DE 500 ALUNOS - "
004860                   "EXCEDENTE REJEITADO"
004870           MOVE "TABELA DE ALUNOS CHEIA" TO WE-MOTIVO
004880           PERFORM 2400-REJEITA-REGISTRO
004890           GO TO 2000-CRITICA-FREQUENCIA-EXIT
004900        END-IF
004910        ADD 1 TO WS-FRQ-QTD
004920        MOVE WS-FRQ-QTD TO WS-FRQ-IDX
004930        MOVE FQ-MATRICULA  TO WS-FRQ-MATRICULA (WS-FRQ-IDX)
004940        MOVE CD-NOME-ALUNO TO WS-FRQ-NOME (WS-FRQ-IDX)
004950        MOVE CD-TURMA      TO WS-FRQ-TURMA (WS-FRQ-IDX)
004960        MOVE CD-ESCOLA     TO WS-FRQ-ESCOLA (WS-FRQ-IDX)
004970        MOVE ZEROS TO WS-FRQ-AULAS (WS-FRQ-IDX)
004980        MOVE ZEROS TO WS-FRQ-FALTAS (WS-FRQ-IDX)
004990        MOVE "N" TO WS-FRQ-TEM-BIM (WS-FRQ-IDX, 1)
005000        MOVE "N" TO WS-FRQ-TEM-BIM (WS-FRQ-IDX, 2)
005010        MOVE "N" TO WS-FRQ-TEM-BIM (WS-FRQ-IDX, 3)
005020        MOVE "N" TO WS-FRQ-TEM-BIM (WS-FRQ-IDX, 4)
005030        MOVE "N" TO WS-FRQ-VISTO (WS-FRQ-IDX)
005040     END-IF.
005050     IF WS-FRQ-TEM-BIM (WS-FRQ-IDX, FQ-BIMESTRE) = "S"
005060        MOVE "MATRICULA/BIMESTRE DUPLICADO" TO WE-MOTIVO
005070        PERFORM 2400-REJEITA-REGISTRO
005080        GO TO 2000-CRITICA-FREQUENCIA-EXIT
005090     END-IF.
005100     MOVE "S" TO WS-FRQ-TEM-BIM (WS-FRQ-IDX, FQ-BIMESTRE).
005110     IF FQ-BIMESTRE <= WS-BIMESTRE
005120        ADD FQ-AULAS-DADAS TO WS-FRQ-AULAS (WS-FRQ-IDX)
005130        ADD FQ-FALTAS      TO WS-FRQ-FALTAS (WS-FRQ-IDX)
005140     END-IF.
005150     ADD 1 TO WS-TOT-VALIDAS.
005160     WRITE FQO-REC FROM FREQ-REC.
005170 2000-CRITICA-FREQUENCIA-EXIT. EXIT.
005180*-----------------------------------------------------------------
005190 2200-PROCURA-FREQUENCIA.
005200     MOVE "N" TO WS-FRQ-ACHOU.
005210     MOVE 1 TO WS-FRQ-IDX.
005220     PERFORM 2250-COMPARA-FREQUENCIA THRU
005230         2250-COMPARA-FREQUENCIA-EXIT
005240         UNTIL FRQ-ACHOU OR WS-FRQ-IDX > WS-FRQ-QTD.
005250 2200-PROCURA-FREQUENCIA-EXIT. EXIT.
005260*-----------------------------------------------------------------
005270 2250-COMPARA-FREQUENCIA.
005280     IF WS-FRQ-MATRICULA (WS-FRQ-IDX) = WS-FRQ-BUSCA
005290        MOVE "S" TO WS-FRQ-ACHOU
005300     ELSE
005310        ADD 1 TO WS-FRQ-IDX
005320     END-IF.
005330 2250-COMPARA-FREQUENCIA-EXIT. EXIT.
005340*-----------------------------------------------------------------
005350 2400-REJEITA-REGISTRO.
005360     ADD 1 TO WS-TOT-REJEITADAS.
005370     MOVE ZEROS TO WE-MATRICULA WE-BIMESTRE WE-AULAS WE-FALTAS.
005380     IF FQ-MATRICULA IS NUMERIC
005390        MOVE FQ-MATRICULA TO WE-MATRICULA
005400     END-IF.
005410     IF FQ-BIMESTRE IS NUMERIC
005420        MOVE FQ-BIMESTRE TO WE-BIMESTRE
005430     END-IF.
005440     IF FQ-AULAS-DADAS IS NUMERIC
005450        MOVE FQ-AULAS-DADAS TO WE-AULAS
005460     END-IF.
005470     IF FQ-FALTAS IS NUMERIC
005480        MOVE FQ-FALTAS TO WE-FALTAS
005490     END-IF.
005500     WRITE FQE-LINHA FROM WS-ERR-LINHA.
005510     DISPLAY "FREQUENCIA REJEITADA - MATRICULA " WE-MATRICULA
005520             " BIMESTRE " WE-BIMESTRE " - " WE-MOTIVO.
005530*-----------------------------------------------------------------
005540* BIMESTRE ESPERADO (1 ATE O CORRENTE) SEM APONTAMENTO: NAO E
005550* REJEICAO DE REGISTRO, MAS VAI PARA O FREQERR PARA A
005560* SECRETARIA COMPLETAR ANTES DA APURACAO.
005570*-----------------------------------------------------------------
005580 2600-APONTA-FALTANTES.
005590     MOVE WS-FRQ-MATRICULA (WS-FRQ-IDX) TO WS-MOV-BUSCA.
005600     PERFORM 2240-DEFINE-MOVIMENTO THRU
005610         2240-DEFINE-MOVIMENTO-EXIT.
005620     PERFORM 2650-CONFERE-BIM-FALT THRU
005630         2650-CONFERE-BIM-FALT-EXIT
005640         VARYING WS-RK-SUB FROM 1 BY 1
005650         UNTIL WS-RK-SUB > WS-BIMESTRE.
005660 2600-APONTA-FALTANTES-EXIT. EXIT.
005670*-----------------------------------------------------------------
005680 2650-CONFERE-BIM-FALT.
005690     IF WS-FRQ-TEM-BIM (WS-FRQ-IDX, WS-RK-SUB) = "S"
005700        GO TO 2650-CONFERE-BIM-FALT-EXIT
005710     END-IF.
005720*    BIMESTRE QUE A MOVIMENTACAO EXPLICA (DEPOIS DA SAIDA OU
005730*    ANTES DA ENTRADA DO ALUNO) NAO E PENDENCIA.
005740     IF ALUNO-SAIDA AND WS-RK-SUB > WS-BIM-SAIDA
005750        GO TO 2650-CONFERE-BIM-FALT-EXIT
005760     END-IF.
005770     IF ALUNO-ENTRADA AND WS-RK-SUB < WS-BIM-ENTRADA
005780        GO TO 2650-CONFERE-BIM-FALT-EXIT
005790     END-IF.
005800     ADD 1 TO WS-TOT-FALTANTES.
005810     MOVE WS-FRQ-MATRICULA (WS-FRQ-IDX) TO WE-MATRICULA.
005820     MOVE WS-RK-SUB TO WE-BIMESTRE.
005830     MOVE ZEROS TO WE-AULAS WE-FALTAS.
005840     MOVE "BIMESTRE SEM APONTAMENTO" TO WE-MOTIVO.
005850     WRITE FQE-LINHA FROM WS-ERR-LINHA.
005860 2650-CONFERE-BIM-FALT-EXIT. EXIT.
005870*-----------------------------------------------------------------
005880 1070-CARREGA-MOVIMENTO.
005890     OPEN INPUT MOV-FILE.
005900     IF NOT MOV-OK
005910        DISPLAY "MOVIMENTO NAO ENCONTRADO - SEM MOVIMENTACAO"
005920                " DE ALUNOS"
005930        GO TO 1070-CARREGA-MOVIMENTO-EXIT
005940     END-IF.
005950     PERFORM 1075-LE-MOVIMENTO THRU 1075-LE-MOVIMENTO-EXIT
005960         UNTIL FIM-MOV.
005970     CLOSE MOV-FILE.
005980     DISPLAY "MOVIMENTACAO CARREGADA: " WS-MOV-QTD " ALUNOS".
005990 1070-CARREGA-MOVIMENTO-EXIT. EXIT.
006000*-----------------------------------------------------------------
006010 1075-LE-MOVIMENTO.
006020     READ MOV-FILE
006030         AT END
006040            MOVE "S" TO WS-FIM-MOV
006050            GO TO 1075-LE-MOVIMENTO-EXIT
006060     END-READ.
006070     IF NOT MOV-OK
006080        DISPLAY "ERRO NA LEITURA DE MOVIMENTO - STATUS "
006090                WS-MOV-STATUS
006100        MOVE "S" TO WS-FIM-MOV
006110        GO TO 1075-LE-MOVIMENTO-EXIT
006120     END-IF.
006130     IF MV-MATRICULA IS NOT NUMERIC
006140        OR (NOT MV-ENTRADA AND NOT MV-SAIDA)
006150        OR MV-BIMESTRE IS NOT NUMERIC
006160        OR MV-BIMESTRE < 1 OR MV-BIMESTRE > 4
006170        DISPLAY "MOVIMENTO INVALIDO IGNORADO - MATRICULA "
006180                MV-MATRICULA " EVENTO " MV-EVENTO
006190        GO TO 1075-LE-MOVIMENTO-EXIT
006200     END-IF.
006210     MOVE MV-MATRICULA TO WS-MOV-BUSCA.
006220     PERFORM 2242-PROCURA-MOVIMENTO THRU
006230         2242-PROCURA-MOVIMENTO-EXIT.
006240     IF NOT MOV-ACHOU
006250        IF WS-MOV-QTD >= 500
006260           DISPLAY "MOVIMENTO COM MAIS DE 500 ALUNOS - "
006270                   "EXCEDENTE IGNORADO"
006280           MOVE "S" TO WS-FIM-MOV
006290           GO TO 1075-LE-MOVIMENTO-EXIT
006300        END-IF
006310        ADD 1 TO WS-MOV-QTD
006320        MOVE WS-MOV-QTD TO WS-MOV-IDX
006330        MOVE MV-MATRICULA TO WS-MOV-MATRICULA (WS-MOV-IDX)
006340        MOVE "N" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
006350        MOVE "N" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
006360        MOVE ZEROS TO WS-MOV-BIM-ENT (WS-MOV-IDX)
006370        MOVE ZEROS TO WS-MOV-BIM-SAI (WS-MOV-IDX)
006380     END-IF.
006390     IF MV-ENTRADA
006400        MOVE "S" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
006410        MOVE MV-BIMESTRE TO WS-MOV-BIM-ENT (WS-MOV-IDX)
006420     ELSE
006430        MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
006440        MOVE MV-BIMESTRE TO WS-MOV-BIM-SAI (WS-MOV-IDX)
006450     END-IF.
006460 1075-LE-MOVIMENTO-EXIT. EXIT.
006470*-----------------------------------------------------------------
006480* CARREGA A MOVIMENTACAO DO ALUNO DA CHAVE WS-MOV-BUSCA NOS
006490* INDICADORES WS-ALUNO-ENTRADA/SAIDA E BIMESTRES DO EVENTO.
006500*-----------------------------------------------------------------
006510 2240-DEFINE-MOVIMENTO.
006520     MOVE "N" TO WS-ALUNO-ENTRADA WS-ALUNO-SAIDA.
006530     MOVE ZEROS TO WS-BIM-ENTRADA WS-BIM-SAIDA.
006540     PERFORM 2242-PROCURA-MOVIMENTO THRU
006550         2242-PROCURA-MOVIMENTO-EXIT.
006560     IF NOT MOV-ACHOU
006570        GO TO 2240-DEFINE-MOVIMENTO-EXIT
006580     END-IF.
006590     IF WS-MOV-TEM-ENT (WS-MOV-IDX) = "S"
006600        MOVE "S" TO WS-ALUNO-ENTRADA
006610        MOVE WS-MOV-BIM-ENT (WS-MOV-IDX) TO WS-BIM-ENTRADA
006620     END-IF.
006630     IF WS-MOV-TEM-SAI (WS-MOV-IDX) = "S"
006640        MOVE "S" TO WS-ALUNO-SAIDA
006650        MOVE WS-MOV-BIM-SAI (WS-MOV-IDX) TO WS-BIM-SAIDA
006660     END-IF.
006670 2240-DEFINE-MOVIMENTO-EXIT. EXIT.
006680*-----------------------------------------------------------------
006690 2242-PROCURA-MOVIMENTO.
006700     MOVE "N" TO WS-MOV-ACHOU.
006710     MOVE 1 TO WS-MOV-IDX.
006720     PERFORM 2244-COMPARA-MOVIMENTO THRU
006730         2244-COMPARA-MOVIMENTO-EXIT
006740         UNTIL MOV-ACHOU OR WS-MOV-IDX > WS-MOV-QTD.
006750 2242-PROCURA-MOVIMENTO-EXIT. EXIT.
006760*-----------------------------------------------------------------
006770 2244-COMPARA-MOVIMENTO.
006780     IF WS-MOV-MATRICULA (WS-MOV-IDX) = WS-MOV-BUSCA
006790        MOVE "S" TO WS-MOV-ACHOU
006800     ELSE
006810        ADD 1 TO WS-MOV-IDX
006820     END-IF.
006830 2244-COMPARA-MOVIMENTO-EXIT. EXIT.
006840*-----------------------------------------------------------------
006850 3000-PROCESSA-HISTORICO.
006860     READ HISTORD-FILE
006870         AT END
006880            MOVE "S" TO WS-FIM-ARQUIVO
006890            GO TO 3000-PROCESSA-HISTORICO-EXIT
006900     END-READ.
006910     IF NOT HISTORD-OK
006920        DISPLAY "ERRO NA LEITURA DE HISTORDR - STATUS "
006930                WS-HISTORD-STATUS
006940        MOVE "S" TO WS-FIM-ARQUIVO
006950        GO TO 3000-PROCESSA-HISTORICO-EXIT
006960     END-IF.
006970     IF HO-ANO-LETIVO NOT = WS-ANO-LETIVO
006980        ADD 1 TO WS-TOT-OUTROS-ANOS
006990        GO TO 3000-PROCESSA-HISTORICO-EXIT
007000     END-IF.
007010     IF TEM-DISC
007020        AND (HO-MATRICULA NOT = WS-MATR-ATUAL
007030        OR HO-DISCIPLINA NOT = WS-DISC-ATUAL)
007040        PERFORM 3200-FECHA-DISCIPLINA THRU
007050            3200-FECHA-DISCIPLINA-EXIT
007060     END-IF.
007070     IF TEM-ALUNO AND HO-MATRICULA NOT = WS-MATR-ATUAL
007080        PERFORM 3300-FECHA-ALUNO THRU 3300-FECHA-ALUNO-EXIT
007090     END-IF.
007100     IF NOT TEM-ALUNO
007110        MOVE HO-MATRICULA  TO WS-MATR-ATUAL
007120        MOVE HO-NOME-ALUNO TO WS-NOME-ATUAL
007130        MOVE HO-TURMA      TO WS-TURMA-ATUAL
007140        MOVE HO-ESCOLA     TO WS-ESCOLA-AVAL
007150        MOVE "S" TO WS-TEM-ALUNO
007160     END-IF.
007170     IF NOT TEM-DISC
007180        MOVE HO-DISCIPLINA TO WS-DISC-ATUAL
007190        MOVE "S" TO WS-TEM-DISC
007200        MOVE ZEROS TO WS-SOMA-PARCIAL WS-QTD-PARCIAL
007210     END-IF.
007220     ADD HO-MEDIA-BIM TO WS-SOMA-PARCIAL.
007230     ADD 1 TO WS-QTD-PARCIAL.
007240 3000-PROCESSA-HISTORICO-EXIT. EXIT.
007250*-----------------------------------------------------------------
007260* MEDIA PARCIAL DA DISCIPLINA (BIMESTRES JA LANCADOS) CONTRA O
007270* CORTE DA PROPRIA DISCIPLINA: ABAIXO DO CORTE E APONTAMENTO DE
007280* RISCO PARA A COORDENACAO AGIR AINDA NO ANO.
007290*-----------------------------------------------------------------
007300 3200-FECHA-DISCIPLINA.
007310     IF WS-QTD-PARCIAL = ZEROS
007320        MOVE "N" TO WS-TEM-DISC
007330        GO TO 3200-FECHA-DISCIPLINA-EXIT
007340     END-IF.
007350     DIVIDE WS-SOMA-PARCIAL BY WS-QTD-PARCIAL
007360        GIVING WS-MEDIA-PARCIAL ROUNDED.
007370     PERFORM 3250-PROCURA-PARM-DISC THRU
007380         3250-PROCURA-PARM-DISC-EXIT.
007390     IF WS-MEDIA-PARCIAL < WS-CORTE-DISC
007400        MOVE WS-MEDIA-PARCIAL TO WS-NOTA-EDITADA
007410        MOVE WS-CORTE-DISC    TO WS-CORTE-EDITADO
007420        MOVE SPACES TO WS-TEXTO-RISCO
007430        STRING "MEDIA PARCIAL " WS-DISC-ATUAL " "
007440            WS-NOTA-EDITADA " (CORTE " WS-CORTE-EDITADO ")"
007450            DELIMITED BY SIZE INTO WS-TEXTO-RISCO
007460        PERFORM 4000-ANOTA-RISCO THRU
007470            4000-ANOTA-RISCO-EXIT
007480     END-IF.
007490     MOVE "N" TO WS-TEM-DISC.
007500 3200-FECHA-DISCIPLINA-EXIT. EXIT.
007510*-----------------------------------------------------------------
007520 3250-PROCURA-PARM-DISC.
007530     MOVE WS-NOTA-CORTE TO WS-CORTE-DISC.
007540     MOVE "N" TO WS-PRM-ACHOU.
007550     MOVE 1 TO WS-PRM-IDX.
007560     PERFORM 3260-COMPARA-PARM-DISC THRU
007570         3260-COMPARA-PARM-DISC-EXIT
007580         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
007590     IF PRM-ACHOU
007600        MOVE WS-PRM-CORTE (WS-PRM-IDX) TO WS-CORTE-DISC
007610     END-IF.
007620 3250-PROCURA-PARM-DISC-EXIT. EXIT.
007630*-----------------------------------------------------------------
007640 3260-COMPARA-PARM-DISC.
007650     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = WS-DISC-ATUAL
007660        MOVE "S" TO WS-PRM-ACHOU
007670     ELSE
007680        ADD 1 TO WS-PRM-IDX
007690     END-IF.
007700 3260-COMPARA-PARM-DISC-EXIT. EXIT.
007710*-----------------------------------------------------------------
007720* FECHA O ALUNO DO HISTORICO: AVALIA A FREQUENCIA PROJETADA DA
007730* TABELA LIMPA E MARCA O ALUNO COMO VISTO.
007740*-----------------------------------------------------------------
007750 3300-FECHA-ALUNO.
007760     MOVE WS-MATR-ATUAL TO WS-FRQ-BUSCA.
007770     PERFORM 2200-PROCURA-FREQUENCIA THRU
007780         2200-PROCURA-FREQUENCIA-EXIT.
007790     IF FRQ-ACHOU
007800        MOVE "S" TO WS-FRQ-VISTO (WS-FRQ-IDX)
007810        PERFORM 3400-AVALIA-FREQUENCIA THRU
007820            3400-AVALIA-FREQUENCIA-EXIT
007830     END-IF.
007840     MOVE "N" TO WS-TEM-ALUNO.
007850 3300-FECHA-ALUNO-EXIT. EXIT.
007860*-----------------------------------------------------------------
007870* FREQUENCIA PROJETADA DO ALUNO (ACUMULADA ATE O BIMESTRE
007880* CORRENTE) CONTRA A MINIMA LEGAL: ABAIXO E APONTAMENTO DE
007890* RISCO. A TABELA DA POSICAO WS-FRQ-IDX JA ESTA LOCALIZADA.
007900*-----------------------------------------------------------------
007910 3400-AVALIA-FREQUENCIA.
007920     IF WS-FRQ-AULAS (WS-FRQ-IDX) = ZEROS
007930        GO TO 3400-AVALIA-FREQUENCIA-EXIT
007940     END-IF.
007950*    ALUNO COM SAIDA REGISTRADA NAO ENTRA NO RISCO DE
007960*    FREQUENCIA: A PROJECAO E DA ESCOLA DE DESTINO.
007970     MOVE WS-MATR-ATUAL TO WS-MOV-BUSCA.
007980     PERFORM 2240-DEFINE-MOVIMENTO THRU
007990         2240-DEFINE-MOVIMENTO-EXIT.
008000     IF ALUNO-SAIDA
008010        GO TO 3400-AVALIA-FREQUENCIA-EXIT
008020     END-IF.
008030     COMPUTE WS-FREQ-PERC ROUNDED =
008040         ((WS-FRQ-AULAS (WS-FRQ-IDX)
008050         - WS-FRQ-FALTAS (WS-FRQ-IDX)) * 100)
008060         / WS-FRQ-AULAS (WS-FRQ-IDX).
008070     IF WS-FREQ-PERC < WS-FREQ-MINIMA
008080        MOVE WS-FREQ-PERC   TO WS-PERC-EDITADO
008090        MOVE WS-FREQ-MINIMA TO WS-MINIMA-EDITADA
008100        MOVE SPACES TO WS-TEXTO-RISCO
008110        STRING "FREQUENCIA PROJETADA " WS-PERC-EDITADO
008120            "% (MINIMA " WS-MINIMA-EDITADA "%)"
008130            DELIMITED BY SIZE INTO WS-TEXTO-RISCO
008140        PERFORM 4000-ANOTA-RISCO THRU
008150            4000-ANOTA-RISCO-EXIT
008160     END-IF.
008170 3400-AVALIA-FREQUENCIA-EXIT. EXIT.
008180*-----------------------------------------------------------------
008190 3500-FECHA-ULTIMO.
008200     IF TEM-DISC
008210        PERFORM 3200-FECHA-DISCIPLINA THRU
008220            3200-FECHA-DISCIPLINA-EXIT
008230     END-IF.
008240     IF TEM-ALUNO
008250        PERFORM 3300-FECHA-ALUNO THRU 3300-FECHA-ALUNO-EXIT
008260     END-IF.
008270*-----------------------------------------------------------------
008280* ALUNO COM FREQUENCIA LIMPA MAS SEM NENHUM REGISTRO NO
008290* HISTORICO DO ANO: A FREQUENCIA PROJETADA AINDA PRECISA SER
008300* AVALIADA (NOME E TURMA VEM DA PROPRIA TABELA).
008310*-----------------------------------------------------------------
008320 3600-AVALIA-SEM-HISTORICO.
008330     IF WS-FRQ-VISTO (WS-FRQ-IDX) = "S"
008340        GO TO 3600-AVALIA-SEM-HISTORICO-EXIT
008350     END-IF.
008360     MOVE WS-FRQ-MATRICULA (WS-FRQ-IDX) TO WS-MATR-ATUAL.
008370     MOVE WS-FRQ-NOME (WS-FRQ-IDX)      TO WS-NOME-ATUAL.
008380     MOVE WS-FRQ-TURMA (WS-FRQ-IDX)     TO WS-TURMA-ATUAL.
008390     MOVE WS-FRQ-ESCOLA (WS-FRQ-IDX)    TO WS-ESCOLA-AVAL.
008400     PERFORM 3400-AVALIA-FREQUENCIA THRU
008410         3400-AVALIA-FREQUENCIA-EXIT.
008420 3600-AVALIA-SEM-HISTORICO-EXIT. EXIT.
008430*-----------------------------------------------------------------
008440 4000-ANOTA-RISCO.
008450     IF WS-RK-QTD >= 600
008460        DISPLAY "MAIS DE 600 APONTAMENTOS DE RISCO - "
008470                "EXCEDENTE IGNORADO"
008480        GO TO 4000-ANOTA-RISCO-EXIT
008490     END-IF.
008500     ADD 1 TO WS-RK-QTD.
008510     MOVE WS-TURMA-ATUAL TO WS-RK-TURMA-ENT (WS-RK-QTD).
008520     MOVE WS-ESCOLA-AVAL TO WS-RK-ESCOLA-ENT (WS-RK-QTD).
008530     MOVE WS-MATR-ATUAL  TO WS-RK-MATRICULA (WS-RK-QTD).
008540     MOVE WS-NOME-ATUAL  TO WS-RK-NOME (WS-RK-QTD).
008550     MOVE WS-TEXTO-RISCO TO WS-RK-TEXTO (WS-RK-QTD).
008560     MOVE "N"            TO WS-RK-IMPRESSO (WS-RK-QTD).
008570 4000-ANOTA-RISCO-EXIT. EXIT.
008580*-----------------------------------------------------------------
008590* IMPRIME OS APONTAMENTOS AGRUPADOS POR TURMA: A CADA TURMA
008600* AINDA NAO IMPRESSA, SAI O CABECALHO DA TURMA E TODOS OS SEUS
008610* APONTAMENTOS, MARCADOS PARA NAO REPETIR.
008620*-----------------------------------------------------------------
008630 6000-IMPRIME-RISCOS.
008640     IF WS-RK-QTD = ZEROS
008650        MOVE SPACES TO RL10-LINHA
008660        MOVE " NENHUM ALUNO EM RISCO NESTE BIMESTRE"
008670            TO RL10-LINHA
008680        WRITE RL10-LINHA
008690        GO TO 6000-IMPRIME-RISCOS-EXIT
008700     END-IF.
008710     PERFORM 6100-IMPRIME-TURMA THRU 6100-IMPRIME-TURMA-EXIT
008720         VARYING WS-RK-IDX FROM 1 BY 1
008730         UNTIL WS-RK-IDX > WS-RK-QTD.
008740 6000-IMPRIME-RISCOS-EXIT. EXIT.
008750*-----------------------------------------------------------------
008760 6100-IMPRIME-TURMA.
008770     IF WS-RK-IMPRESSO (WS-RK-IDX) = "S"
008780        GO TO 6100-IMPRIME-TURMA-EXIT
008790     END-IF.
008800     MOVE WS-RK-TURMA-ENT (WS-RK-IDX) TO WS-RK-TURMA.
008810     MOVE WS-RK-ESCOLA-ENT (WS-RK-IDX) TO WS-RK-ESCOLA.
008820     MOVE WS-RK-TURMA TO W10T-TURMA.
008830     MOVE WS-RK-ESCOLA TO W10T-ESCOLA.
008840     WRITE RL10-LINHA FROM WS10-TUR-LINHA.
008850     PERFORM 6150-IMPRIME-APONTAMENTO THRU
008860         6150-IMPRIME-APONTAMENTO-EXIT
008870         VARYING WS-RK-SUB FROM 1 BY 1
008880         UNTIL WS-RK-SUB > WS-RK-QTD.
008890     MOVE SPACES TO RL10-LINHA.
008900     WRITE RL10-LINHA.
008910 6100-IMPRIME-TURMA-EXIT. EXIT.
008920*-----------------------------------------------------------------
008930 6150-IMPRIME-APONTAMENTO.
008940     IF WS-RK-IMPRESSO (WS-RK-SUB) = "S"
008950        OR WS-RK-ESCOLA-ENT (WS-RK-SUB) NOT = WS-RK-ESCOLA
008960        OR WS-RK-TURMA-ENT (WS-RK-SUB) NOT = WS-RK-TURMA
008970        GO TO 6150-IMPRIME-APONTAMENTO-EXIT
008980     END-IF.
008990     MOVE WS-RK-MATRICULA (WS-RK-SUB) TO W10D-MATRICULA.
009000     MOVE WS-RK-NOME (WS-RK-SUB)      TO W10D-NOME-ALUNO.
009010     MOVE WS-RK-TEXTO (WS-RK-SUB)     TO W10D-TEXTO.
009020     WRITE RL10-LINHA FROM WS10-DET-LINHA.
009030     MOVE "S" TO WS-RK-IMPRESSO (WS-RK-SUB).
009040 6150-IMPRIME-APONTAMENTO-EXIT. EXIT.
009050*-----------------------------------------------------------------
009060* GRAVA CADA APONTAMENTO DE RISCO NO EXTRATO CONVRISCO, PARA A
009070* CONVOCACAO DOS RESPONSAVEIS PELO PROGRAMA26. O EXTRATO E
009080* RECRIADO A CADA EXECUCAO - VALE O BIMESTRE MAIS RECENTE.
009090*-----------------------------------------------------------------
009100 6500-GRAVA-AVISOS.
009110     OPEN OUTPUT CONVRIS-FILE.
009120     IF NOT CONVRIS-OK
009130        DISPLAY "ERRO AO ABRIR CONVRISCO - STATUS "
009140                WS-CONVRIS-STATUS " - RISCOS NAO EXTRAIDOS"
009150        GO TO 6500-GRAVA-AVISOS-EXIT
009160     END-IF.
009170     PERFORM 6550-GRAVA-AVISO
009180         VARYING WS-RK-IDX FROM 1 BY 1
009190         UNTIL WS-RK-IDX > WS-RK-QTD.
009200     CLOSE CONVRIS-FILE.
009210 6500-GRAVA-AVISOS-EXIT. EXIT.
009220*-----------------------------------------------------------------
009230 6550-GRAVA-AVISO.
009240     MOVE "R"                          TO AV-ORIGEM.
009250     MOVE WS-ANO-LETIVO                TO AV-ANO-LETIVO.
009260     MOVE WS-RK-ESCOLA-ENT (WS-RK-IDX) TO AV-ESCOLA.
009270     MOVE WS-RK-MATRICULA (WS-RK-IDX)  TO AV-MATRICULA.
009280     MOVE WS-RK-NOME (WS-RK-IDX)       TO AV-NOME-ALUNO.
009290     MOVE WS-RK-TURMA-ENT (WS-RK-IDX)  TO AV-TURMA.
009300     MOVE WS-RK-TEXTO (WS-RK-IDX)      TO AV-TEXTO.
009310     WRITE AVISO-REC.
009320*-----------------------------------------------------------------
009330 8000-FINALIZA.
009340     MOVE WS-RK-QTD        TO W10R-RISCOS.
009350     MOVE WS-TOT-REJEITADAS TO W10R-REJEITADAS.
009360     WRITE RL10-LINHA FROM WS10-TRL-LINHA.
009370     CLOSE FREQ-FILE.
009380     CLOSE FREQOK-FILE.
009390     CLOSE FREQERR-FILE.
009400     CLOSE CAD-FILE.
009410     CLOSE HISTORD-FILE.
009420     CLOSE RELRIS-FILE.
009430     DISPLAY "FREQUENCIAS VALIDAS....: " WS-TOT-VALIDAS.
009440     DISPLAY "FREQUENCIAS REJEITADAS.: " WS-TOT-REJEITADAS.
009450     DISPLAY "BIMESTRES SEM APONTAR..: " WS-TOT-FALTANTES.
009460     DISPLAY "APONTAMENTOS DE RISCO..: " WS-RK-QTD.
009470     IF WS-TOT-OUTROS-ANOS > ZEROS
009480        DISPLAY "REGISTROS DE OUTROS ANOS LETIVOS IGNORADOS: "
009490                WS-TOT-OUTROS-ANOS
009500     END-IF.
009510     IF WS-TOT-REJEITADAS > ZEROS OR WS-TOT-FALTANTES > ZEROS
009520        MOVE 8 TO RETURN-CODE
009530        DISPLAY "FREQUENCIA COM PENDENCIAS - RETURN-CODE 8"
009540     END-IF.
009550     DISPLAY "FIM DO PROGRAMA12".
009560*-----------------------------------------------------------------
009570 END PROGRAM PROGRAMA12.
