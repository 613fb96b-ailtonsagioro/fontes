000540*                   CODIGO DA ESCOLA (ALUNOS E HISTBIM): A
000550*                   CONCILIACAO SEGUE POR ALUNO/DISCIPLINA,
000560*                   COM A ESCOLA SO ACOMPANHANDO O REGISTRO.
000570*   2026-10-15 JAS  AS LINHAS DE CARGA DAS PLANILHAS DE NOTAS
000580*                   (PROGRAMA19) GRAVADAS NO AUDITLOG TAMBEM
000590*                   FICAM FORA DO CONFRONTO DE CONTAGENS.
000600*   2026-10-15 JAS  IDEM PARA AS LINHAS DE RESTAURACAO DE
000610*                   COPIA DE SEGURANCA (PROGRAMA22).
000620******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. PROGRAMA04.
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT HIST-FILE ASSIGN TO HISTBIM
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HIST-STATUS.
000710     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK02".
000720     SELECT HISTORD-FILE ASSIGN TO HISTORDC
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISTORD-STATUS.
000750     SELECT ALUNO-FILE ASSIGN TO ALUNOS
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS AR-CHAVE
000790         FILE STATUS IS WS-ALUNO-STATUS.
000800     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUDIT-STATUS.
000830     SELECT PARM-FILE ASSIGN TO PARAMETROS
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PARM-STATUS.
000860     SELECT RELCONC-FILE ASSIGN TO RELCONC
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RELCONC-STATUS.
000890     SELECT MOV-FILE ASSIGN TO MOVIMENTO
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-MOV-STATUS.
000920     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RUNCTL-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  HIST-FILE
000980     RECORD CONTAINS 55 CHARACTERS.
000990     COPY HISTREC.
001000 SD  SORT-WORK-FILE.
001010 01  SORT-REC.
001020     05  SR-ANO-LETIVO         PIC 9(04).
001030     05  SR-MATRICULA          PIC 9(05).
001040     05  SR-NOME-ALUNO         PIC X(15).
001050     05  SR-TURMA              PIC X(10).
001060     05  SR-DISCIPLINA         PIC X(03).
001070     05  SR-BIMESTRE           PIC 9(01).
001080     05  SR-NOTAS              PIC X(12).
001090     05  SR-MEDIA-BIM          PIC 9(02)V9(01).
001100     05  SR-ESCOLA             PIC 9(02).
001110 FD  HISTORD-FILE
001120     RECORD CONTAINS 55 CHARACTERS.
001130 01  HO-REC.
001140     05  HO-ANO-LETIVO         PIC 9(04).
001150     05  HO-MATRICULA          PIC 9(05).
001160     05  HO-NOME-ALUNO         PIC X(15).
001170     05  HO-TURMA              PIC X(10).
001180     05  HO-DISCIPLINA         PIC X(03).
001190     05  HO-BIMESTRE           PIC 9(01).
001200     05  HO-NOTAS              PIC X(12).
001210     05  HO-MEDIA-BIM          PIC 9(02)V9(01).
001220     05  HO-ESCOLA             PIC 9(02).
001230 FD  ALUNO-FILE
001240     RECORD CONTAINS 47 CHARACTERS.
001250     COPY ALUNOREC.
001260 FD  AUDIT-FILE
001270     RECORD CONTAINS 113 CHARACTERS.
001280 01  AU-LINHA                 PIC X(113).
001290 FD  PARM-FILE
001300     RECORD CONTAINS 34 CHARACTERS.
001310     COPY PARMREC.
001320 FD  RELCONC-FILE
001330     RECORD CONTAINS 132 CHARACTERS.
001340 01  RL4-LINHA                 PIC X(132).
001350 FD  MOV-FILE
001360     RECORD CONTAINS 42 CHARACTERS.
001370     COPY MOVREC.
001380 FD  RUNCTL-FILE
001390     RECORD CONTAINS 36 CHARACTERS.
001400     COPY RUNREC.
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------------
001430* CHAVES E CONTADORES DE CONTROLE
001440*-----------------------------------------------------------------
001450 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
001460     88  HIST-OK                     VALUE "00".
001470 77  WS-HISTORD-STATUS     PIC X(02) VALUE "00".
001480     88  HISTORD-OK                  VALUE "00".
001490 77  WS-ALUNO-STATUS       PIC X(02) VALUE "00".
001500     88  ALUNO-OK                    VALUE "00".
001510 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
001520     88  AUDIT-OK                    VALUE "00".
001530 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001540     88  PARM-OK                     VALUE "00".
001550 77  WS-RELCONC-STATUS     PIC X(02) VALUE "00".
001560     88  RELCONC-OK                  VALUE "00".
001570 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
001580     88  MOV-OK                      VALUE "00".
001590 77  WS-FIM-MOV            PIC X(01) VALUE "N".
001600     88  FIM-MOV                     VALUE "S".
001610 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001620     88  FIM-ARQUIVO                 VALUE "S".
001630 77  WS-FIM-ALUNOS         PIC X(01) VALUE "N".
001640     88  FIM-ALUNOS                  VALUE "S".
001650 77  WS-FIM-AUDIT          PIC X(01) VALUE "N".
001660     88  FIM-AUDIT                   VALUE "S".
001670 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001680     88  FIM-PARM                    VALUE "S".
001690 77  WS-TOT-DIVERGENCIAS   PIC 9(05) VALUE ZEROS.
001700*-----------------------------------------------------------------
001710* BIMESTRE MAIS RECENTE JA PROCESSADO (CARTAO GERAL): OS
001720* BIMESTRES 1 ATE ESTE DEVEM EXISTIR EXATAMENTE UMA VEZ POR
001730* ALUNO/DISCIPLINA NO HISTORICO.
001740*-----------------------------------------------------------------
001750 77  WS-BIMESTRE           PIC 9(01) VALUE 4.
001760 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001770 77  WS-TOT-OUTROS-ANOS    PIC 9(05) VALUE ZEROS.
001780 77  WS-PARSE-ANO          PIC X(04) VALUE SPACES.
001790*-----------------------------------------------------------------
001800* QUEBRA DE CONTROLE POR ALUNO/DISCIPLINA NO HISTORICO ORDENADO
001810* E CONTADORES DE OCORRENCIAS POR BIMESTRE DENTRO DO GRUPO.
001820*-----------------------------------------------------------------
001830 77  WS-MATR-ATUAL         PIC 9(05) VALUE ZEROS.
001840 77  WS-NOME-ATUAL         PIC X(15) VALUE SPACES.
001850 77  WS-DISC-ATUAL         PIC X(03) VALUE SPACES.
001860*-----------------------------------------------------------------
001870* MOVIMENTACAO DE ALUNOS (ARQUIVO MOVIMENTO): BIMESTRES QUE A
001880* TRANSFERENCIA EXPLICA NAO SAO DIVERGENCIA. OS INDICADORES
001890* WS-ALUNO-ENTRADA/SAIDA VALEM PARA O GRUPO ALUNO/DISCIPLINA
001900* CORRENTE DA QUEBRA DE CONTROLE.
001910*-----------------------------------------------------------------
001920 77  WS-MOV-QTD            PIC 9(03) VALUE ZEROS.
001930 77  WS-MOV-IDX            PIC 9(03) VALUE ZEROS.
001940 77  WS-MOV-ACHOU          PIC X(01) VALUE "N".
001950     88  MOV-ACHOU                   VALUE "S".
001960 77  WS-MOV-BUSCA          PIC 9(05) VALUE ZEROS.
001970 01  WS-MOV-TABELA.
001980     05  WS-MOV-ENT OCCURS 500 TIMES.
001990         10  WS-MOV-MATRICULA  PIC 9(05).
002000         10  WS-MOV-TEM-ENT    PIC X(01).
002010         10  WS-MOV-BIM-ENT    PIC 9(01).
002020         10  WS-MOV-TEM-SAI    PIC X(01).
002030         10  WS-MOV-BIM-SAI    PIC 9(01).
002040 77  WS-ALUNO-ENTRADA      PIC X(01) VALUE "N".
002050     88  ALUNO-ENTRADA               VALUE "S".
002060 77  WS-ALUNO-SAIDA        PIC X(01) VALUE "N".
002070     88  ALUNO-SAIDA                 VALUE "S".
002080 77  WS-BIM-ENTRADA        PIC 9(01) VALUE ZEROS.
002090 77  WS-BIM-SAIDA          PIC 9(01) VALUE ZEROS.
002100 77  WS-TEM-GRUPO          PIC X(01) VALUE "N".
002110     88  TEM-GRUPO                   VALUE "S".
002120 77  WS-BIM-SUB            PIC 9(01) VALUE ZEROS.
002130 01  WS-VEZES-TABELA.
002140     05  WS-VEZES-BIM      PIC 9(03) OCCURS 4 TIMES.
002150*-----------------------------------------------------------------
002160* CONTAGEM GLOBAL DE REGISTROS DO HISTORICO POR BIMESTRE E A
002170* CONTAGEM CORRESPONDENTE DA TRILHA DE AUDITORIA (PASSARAM +
002180* REPROVADOS DE CADA EXECUCAO DAQUELE BIMESTRE).
002190*-----------------------------------------------------------------
002200 01  WS-CONT-TABELA.
002210     05  WS-CONT-BIM       PIC 9(05) OCCURS 4 TIMES.
002220 01  WS-AUD-TABELA.
002230     05  WS-AUD-BIM        PIC 9(05) OCCURS 4 TIMES.
002240 77  WS-AUD-ANTIGAS        PIC 9(03) VALUE ZEROS.
002250 77  WS-PARSE-CAMPO        PIC X(05) VALUE SPACES.
002260 77  WS-PARSE-NUM          PIC 9(05) VALUE ZEROS.
002270*-----------------------------------------------------------------
002280* TABELA DOS PARES ALUNO/DISCIPLINA DO ARQUIVO ALUNOS, PARA
002290* APONTAR ALUNO SEM HISTORICO E HISTORICO SEM ALUNO.
002300*-----------------------------------------------------------------
002310 77  WS-PAR-QTD            PIC 9(04) VALUE ZEROS.
002320 77  WS-PAR-IDX            PIC 9(04) VALUE ZEROS.
002330 77  WS-PAR-ACHOU          PIC X(01) VALUE "N".
002340     88  PAR-ACHOU                   VALUE "S".
002350 01  WS-PARES-TABELA.
002360     05  WS-PAR-ENT OCCURS 2000 TIMES.
002370         10  WS-PAR-MATRICULA  PIC 9(05).
002380         10  WS-PAR-DISCIPLINA PIC X(03).
002390         10  WS-PAR-NOME       PIC X(15).
002400         10  WS-PAR-VISTO      PIC X(01).
002410*-----------------------------------------------------------------
002420* DATA DO SISTEMA, PARA O CABECALHO DO RELATORIO
002430*-----------------------------------------------------------------
002440 01  WS-DATA-AAAAMMDD.
002450     05  WS-DATA-AAAA      PIC 9(04).
002460     05  WS-DATA-MM        PIC 9(02).
002470     05  WS-DATA-DD        PIC 9(02).
002480 01  WS-DATA-FORMATADA     PIC X(10).
002490 01  WS-HORA-HHMMSSCC.
002500     05  WS-HORA-HH        PIC 9(02).
002510     05  WS-HORA-MM        PIC 9(02).
002520     05  WS-HORA-SS        PIC 9(02).
002530     05  WS-HORA-CC        PIC 9(02).
002540 01  WS-HORA-FORMATADA     PIC X(08).
002550*-----------------------------------------------------------------
002560* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): INICIO E FIM DE CADA
002570* CONCILIACAO SAO GRAVADOS NO LIVRO (O "F" COM RETURN-CODE ZERO
002580* E O QUE O PROGRAMA02 CONFERE ANTES DA APURACAO ANUAL).
002590*-----------------------------------------------------------------
002600 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002610     88  RUNCTL-OK                   VALUE "00".
002620 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002630 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002640*-----------------------------------------------------------------
002650* LINHAS DO RELATORIO DE CONCILIACAO (RELCONC)
002660*-----------------------------------------------------------------
002670     COPY REL4LINE.
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 0100-CONTROLA-INICIO.
002720     PERFORM 1000-INICIALIZA.
002730     PERFORM 2000-PROCESSA-HISTORICO THRU
002740         2000-PROCESSA-HISTORICO-EXIT
002750         UNTIL FIM-ARQUIVO.
002760     PERFORM 2500-FECHA-ULTIMO.
002770     PERFORM 6000-CONFERE-ALUNOS.
002780     PERFORM 7000-CONFERE-AUDITORIA THRU
002790         7000-CONFERE-AUDITORIA-EXIT.
002800     PERFORM 8000-FINALIZA.
002810     PERFORM 0900-REGISTRA-FIM.
002820     STOP RUN.
002830*-----------------------------------------------------------------
002840* PARTIDA REGISTRADA NO LIVRO DE EXECUCOES (RUNCTL): A
002850* CONCILIACAO NAO TEM PRE-REQUISITO DE SEQUENCIA, MAS GRAVA O
002860* "I" DE INICIO E O "F" DE TERMINO COM O RETURN-CODE, QUE E O
002870* QUE O PROGRAMA02 CONFERE ANTES DA APURACAO ANUAL.
002880*-----------------------------------------------------------------
002890 0100-CONTROLA-INICIO.
002900     DISPLAY "INICIO DO PROGRAMA04".
002910     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002920     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002930     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002940     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002950     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002960     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002970     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002980     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002990     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
003000     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
003010     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
003020     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
003030     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
003040     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
003050     MOVE "I" TO WS-RUN-EVENTO.
003060     MOVE ZEROS TO WS-RUN-RC.
003070     PERFORM 0950-GRAVA-RUNCTL.
003080*-----------------------------------------------------------------
003090 0900-REGISTRA-FIM.
003100     MOVE "F" TO WS-RUN-EVENTO.
003110     MOVE RETURN-CODE TO WS-RUN-RC.
003120     PERFORM 0950-GRAVA-RUNCTL.
003130*-----------------------------------------------------------------
003140 0950-GRAVA-RUNCTL.
003150     MOVE "PROGRAMA04"      TO RN-PROGRAMA.
003160     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
003170     MOVE WS-BIMESTRE       TO RN-BIMESTRE.
003180     MOVE WS-DATA-FORMATADA TO RN-DATA.
003190     MOVE WS-HORA-FORMATADA TO RN-HORA.
003200     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
003210     MOVE WS-RUN-RC         TO RN-RETCODE.
003220     OPEN EXTEND RUNCTL-FILE.
003230     IF NOT RUNCTL-OK
003240        OPEN OUTPUT RUNCTL-FILE
003250     END-IF.
003260     IF RUNCTL-OK
003270        WRITE RUN-REC
003280        CLOSE RUNCTL-FILE
003290     ELSE
003300        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
003310                WS-RUNCTL-STATUS
003320     END-IF.
003330*-----------------------------------------------------------------
003340 1000-INICIALIZA.
003350     PERFORM 1060-CARREGA-ALUNOS THRU 1060-CARREGA-ALUNOS-EXIT.
003360     PERFORM 1070-CARREGA-MOVIMENTO THRU
003370         1070-CARREGA-MOVIMENTO-EXIT.
003380     PERFORM 1900-ZERA-TABELAS.
003390     SORT SORT-WORK-FILE
003400         ON ASCENDING KEY SR-MATRICULA SR-DISCIPLINA SR-BIMESTRE
003410         USING HIST-FILE
003420         GIVING HISTORD-FILE.
003430     OPEN INPUT HISTORD-FILE.
003440     IF NOT HISTORD-OK
003450        DISPLAY "ERRO AO ABRIR HISTORDC - STATUS "
003460                WS-HISTORD-STATUS
003470        MOVE "S" TO WS-FIM-ARQUIVO
003480     END-IF.
003490     OPEN OUTPUT RELCONC-FILE.
003500     IF NOT RELCONC-OK
003510        DISPLAY "ERRO AO ABRIR RELCONC - STATUS "
003520                WS-RELCONC-STATUS
003530        MOVE "S" TO WS-FIM-ARQUIVO
003540     END-IF.
003550     MOVE WS-DATA-FORMATADA TO W4C1-DATA.
003560     WRITE RL4-LINHA FROM WS4-CAB-1-LINHA.
003570*-----------------------------------------------------------------
003580 1050-LE-PARAMETROS.
003590     OPEN INPUT PARM-FILE.
003600     IF NOT PARM-OK
003610        DISPLAY "PARAMETROS NAO ENCONTRADO - CONFERINDO OS 4"
003620                " BIMESTRES"
003630        GO TO 1050-LE-PARAMETROS-EXIT
003640     END-IF.
003650     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
003660         UNTIL FIM-PARM.
003670     CLOSE PARM-FILE.
003680 1050-LE-PARAMETROS-EXIT. EXIT.
003690*-----------------------------------------------------------------
003700 1055-LE-CARTAO-PARM.
003710     READ PARM-FILE
003720         AT END
003730            MOVE "S" TO WS-FIM-PARM
003740            GO TO 1055-LE-CARTAO-PARM-EXIT
003750     END-READ.
003760     IF PM-DISCIPLINA = SPACES
003770        IF PM-BIMESTRE IS NUMERIC AND PM-BIMESTRE >= 1
003780           AND PM-BIMESTRE <= 4
003790           MOVE PM-BIMESTRE TO WS-BIMESTRE
003800           DISPLAY "CONFERINDO OS BIMESTRES 1 A " WS-BIMESTRE
003810        END-IF
003820        IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
003830           MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
003840           DISPLAY "CONCILIANDO O ANO LETIVO " WS-ANO-LETIVO
003850        END-IF
003860     END-IF.
003870 1055-LE-CARTAO-PARM-EXIT. EXIT.
003880*-----------------------------------------------------------------
003890 1060-CARREGA-ALUNOS.
003900     OPEN INPUT ALUNO-FILE.
003910     IF NOT ALUNO-OK
003920        DISPLAY "ERRO AO ABRIR ALUNOS - STATUS " WS-ALUNO-STATUS
003930        GO TO 1060-CARREGA-ALUNOS-EXIT
003940     END-IF.
003950     PERFORM 1065-LE-ALUNO THRU 1065-LE-ALUNO-EXIT
003960         UNTIL FIM-ALUNOS.
003970     CLOSE ALUNO-FILE.
003980     DISPLAY "PARES ALUNO/DISCIPLINA CARREGADOS: " WS-PAR-QTD.
003990 1060-CARREGA-ALUNOS-EXIT. EXIT.
004000*-----------------------------------------------------------------
004010 1065-LE-ALUNO.
004020     READ ALUNO-FILE
004030         AT END
004040            MOVE "S" TO WS-FIM-ALUNOS
004050            GO TO 1065-LE-ALUNO-EXIT
004060     END-READ.
004070     IF NOT ALUNO-OK
004080        DISPLAY "ERRO NA LEITURA DE ALUNOS - STATUS "
004090                WS-ALUNO-STATUS
004100        MOVE "S" TO WS-FIM-ALUNOS
004110        GO TO 1065-LE-ALUNO-EXIT
004120     END-IF.
004130     IF WS-PAR-QTD >= 2000
004140        DISPLAY "MAIS DE 2000 PARES ALUNO/DISCIPLINA - "
004150                "EXCEDENTE IGNORADO"
004160        MOVE "S" TO WS-FIM-ALUNOS
004170        GO TO 1065-LE-ALUNO-EXIT
004180     END-IF.
004190     ADD 1 TO WS-PAR-QTD.
004200     MOVE AR-MATRICULA  TO WS-PAR-MATRICULA (WS-PAR-QTD).
004210     MOVE AR-DISCIPLINA TO WS-PAR-DISCIPLINA (WS-PAR-QTD).
004220     MOVE AR-NOME-ALUNO TO WS-PAR-NOME (WS-PAR-QTD).
004230     MOVE "N"           TO WS-PAR-VISTO (WS-PAR-QTD).
004240 1065-LE-ALUNO-EXIT. EXIT.
004250*-----------------------------------------------------------------
004260 1070-CARREGA-MOVIMENTO.
004270     OPEN INPUT MOV-FILE.
004280     IF NOT MOV-OK
004290        DISPLAY "MOVIMENTO NAO ENCONTRADO - SEM MOVIMENTACAO"
004300                " DE ALUNOS"
004310        GO TO 1070-CARREGA-MOVIMENTO-EXIT
004320     END-IF.
004330     PERFORM 1075-LE-MOVIMENTO THRU 1075-LE-MOVIMENTO-EXIT
004340         UNTIL FIM-MOV.
004350     CLOSE MOV-FILE.
004360     DISPLAY "MOVIMENTACAO CARREGADA: " WS-MOV-QTD " ALUNOS".
004370 1070-CARREGA-MOVIMENTO-EXIT. EXIT.
004380*-----------------------------------------------------------------
004390 1075-LE-MOVIMENTO.
004400     READ MOV-FILE
004410         AT END
004420            MOVE "S" TO WS-FIM-MOV
004430            GO TO 1075-LE-MOVIMENTO-EXIT
004440     END-READ.
004450     IF NOT MOV-OK
004460        DISPLAY "ERRO NA LEITURA DE MOVIMENTO - STATUS "
004470                WS-MOV-STATUS
004480        MOVE "S" TO WS-FIM-MOV
004490        GO TO 1075-LE-MOVIMENTO-EXIT
004500     END-IF.
004510     IF MV-MATRICULA IS NOT NUMERIC
004520        OR (NOT MV-ENTRADA AND NOT MV-SAIDA)
004530        OR MV-BIMESTRE IS NOT NUMERIC
004540        OR MV-BIMESTRE < 1 OR MV-BIMESTRE > 4
004550        DISPLAY "MOVIMENTO INVALIDO IGNORADO - MATRICULA "
004560                MV-MATRICULA " EVENTO " MV-EVENTO
004570        GO TO 1075-LE-MOVIMENTO-EXIT
004580     END-IF.
004590     MOVE MV-MATRICULA TO WS-MOV-BUSCA.
004600     PERFORM 2242-PROCURA-MOVIMENTO THRU
004610         2242-PROCURA-MOVIMENTO-EXIT.
004620     IF NOT MOV-ACHOU
004630        IF WS-MOV-QTD >= 500
004640           DISPLAY "MOVIMENTO COM MAIS DE 500 ALUNOS - "
004650                   "EXCEDENTE IGNORADO"
004660           MOVE "S" TO WS-FIM-MOV
004670           GO TO 1075-LE-MOVIMENTO-EXIT
004680        END-IF
004690        ADD 1 TO WS-MOV-QTD
004700        MOVE WS-MOV-QTD TO WS-MOV-IDX
004710        MOVE MV-MATRICULA TO WS-MOV-MATRICULA (WS-MOV-IDX)
004720        MOVE "N" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
004730        MOVE "N" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
004740        MOVE ZEROS TO WS-MOV-BIM-ENT (WS-MOV-IDX)
004750        MOVE ZEROS TO WS-MOV-BIM-SAI (WS-MOV-IDX)
004760     END-IF.
004770     IF MV-ENTRADA
004780        MOVE "S" TO WS-MOV-TEM-ENT (WS-MOV-IDX)
004790        MOVE MV-BIMESTRE TO WS-MOV-BIM-ENT (WS-MOV-IDX)
004800     ELSE
004810        MOVE "S" TO WS-MOV-TEM-SAI (WS-MOV-IDX)
004820        MOVE MV-BIMESTRE TO WS-MOV-BIM-SAI (WS-MOV-IDX)
004830     END-IF.
004840 1075-LE-MOVIMENTO-EXIT. EXIT.
004850*-----------------------------------------------------------------
004860 1900-ZERA-TABELAS.
004870     MOVE 1 TO WS-BIM-SUB.
004880     PERFORM 1950-ZERA-BIMESTRE
004890         VARYING WS-BIM-SUB FROM 1 BY 1
004900         UNTIL WS-BIM-SUB > 4.
004910*-----------------------------------------------------------------
004920 1950-ZERA-BIMESTRE.
004930     MOVE ZEROS TO WS-VEZES-BIM (WS-BIM-SUB).
004940     MOVE ZEROS TO WS-CONT-BIM (WS-BIM-SUB).
004950     MOVE ZEROS TO WS-AUD-BIM (WS-BIM-SUB).
004960*-----------------------------------------------------------------
004970 2000-PROCESSA-HISTORICO.
004980     PERFORM 2100-LER-HISTORICO THRU 2100-LER-HISTORICO-EXIT.
004990     IF NOT FIM-ARQUIVO
005000        IF HO-ANO-LETIVO NOT = WS-ANO-LETIVO
005010           ADD 1 TO WS-TOT-OUTROS-ANOS
005020           GO TO 2000-PROCESSA-HISTORICO-EXIT
005030        END-IF
005040        IF TEM-GRUPO
005050           AND (HO-MATRICULA NOT = WS-MATR-ATUAL
005060           OR HO-DISCIPLINA NOT = WS-DISC-ATUAL)
005070           PERFORM 2300-FECHA-GRUPO THRU 2300-FECHA-GRUPO-EXIT
005080        END-IF
005090        IF NOT TEM-GRUPO
005100           OR HO-MATRICULA NOT = WS-MATR-ATUAL
005110           OR HO-DISCIPLINA NOT = WS-DISC-ATUAL
005120           PERFORM 2200-ABRE-GRUPO
005130        END-IF
005140        PERFORM 2250-ACUMULA-REGISTRO
005150     END-IF.
005160 2000-PROCESSA-HISTORICO-EXIT. EXIT.
005170*-----------------------------------------------------------------
005180 2100-LER-HISTORICO.
005190     READ HISTORD-FILE
005200         AT END
005210            MOVE "S" TO WS-FIM-ARQUIVO
005220            GO TO 2100-LER-HISTORICO-EXIT
005230     END-READ.
005240     IF NOT HISTORD-OK
005250        DISPLAY "ERRO NA LEITURA DE HISTORDC - STATUS "
005260                WS-HISTORD-STATUS
005270        MOVE "S" TO WS-FIM-ARQUIVO
005280        GO TO 2100-LER-HISTORICO-EXIT
005290     END-IF.
005300 2100-LER-HISTORICO-EXIT. EXIT.
005310*-----------------------------------------------------------------
005320 2200-ABRE-GRUPO.
005330     MOVE HO-MATRICULA  TO WS-MATR-ATUAL.
005340     MOVE HO-NOME-ALUNO TO WS-NOME-ATUAL.
005350     MOVE HO-DISCIPLINA TO WS-DISC-ATUAL.
005360     MOVE "S" TO WS-TEM-GRUPO.
005370     PERFORM 2210-ZERA-VEZES
005380         VARYING WS-BIM-SUB FROM 1 BY 1
005390         UNTIL WS-BIM-SUB > 4.
005400     PERFORM 2240-DEFINE-MOVIMENTO THRU
005410         2240-DEFINE-MOVIMENTO-EXIT.
005420     PERFORM 2220-MARCA-PAR THRU 2220-MARCA-PAR-EXIT.
005430*-----------------------------------------------------------------
005440 2210-ZERA-VEZES.
005450     MOVE ZEROS TO WS-VEZES-BIM (WS-BIM-SUB).
005460*-----------------------------------------------------------------
005470* PROCURA O PAR ALUNO/DISCIPLINA DO GRUPO NA TABELA DO ARQUIVO
005480* ALUNOS. ACHANDO, MARCA COMO VISTO; NAO ACHANDO, O HISTORICO
005490* TEM UM ALUNO QUE NAO EXISTE (OU NAO EXISTE MAIS) EM ALUNOS.
005500*-----------------------------------------------------------------
005510 2220-MARCA-PAR.
005520     MOVE "N" TO WS-PAR-ACHOU.
005530     MOVE 1 TO WS-PAR-IDX.
005540     PERFORM 2230-COMPARA-PAR THRU 2230-COMPARA-PAR-EXIT
005550         UNTIL PAR-ACHOU OR WS-PAR-IDX > WS-PAR-QTD.
005560     IF PAR-ACHOU
005570        MOVE "S" TO WS-PAR-VISTO (WS-PAR-IDX)
005580     ELSE
005590*       ALUNO COM SAIDA REGISTRADA FOI RETIRADO DO ALUNOS PELA
005600*       SECRETARIA: O HISTORICO DELE NAO E DIVERGENCIA.
005610        IF ALUNO-SAIDA
005620           GO TO 2220-MARCA-PAR-EXIT
005630        END-IF
005640        MOVE "HISTORICO SEM ALUNO.......:" TO W4D-MENSAGEM
005650        MOVE ZEROS TO W4D-BIMESTRE
005660        PERFORM 2400-IMPRIME-DIVERGENCIA
005670     END-IF.
005680 2220-MARCA-PAR-EXIT. EXIT.
005690*-----------------------------------------------------------------
005700 2230-COMPARA-PAR.
005710     IF WS-PAR-MATRICULA (WS-PAR-IDX) = WS-MATR-ATUAL
005720        AND WS-PAR-DISCIPLINA (WS-PAR-IDX) = WS-DISC-ATUAL
005730        MOVE "S" TO WS-PAR-ACHOU
005740     ELSE
005750        ADD 1 TO WS-PAR-IDX
005760     END-IF.
005770 2230-COMPARA-PAR-EXIT. EXIT.
005780*-----------------------------------------------------------------
005790* CARREGA A MOVIMENTACAO DO ALUNO DO GRUPO CORRENTE NOS
005800* INDICADORES WS-ALUNO-ENTRADA/SAIDA E BIMESTRES DO EVENTO.
005810*-----------------------------------------------------------------
005820 2240-DEFINE-MOVIMENTO.
005830     MOVE "N" TO WS-ALUNO-ENTRADA WS-ALUNO-SAIDA.
005840     MOVE ZEROS TO WS-BIM-ENTRADA WS-BIM-SAIDA.
005850     MOVE WS-MATR-ATUAL TO WS-MOV-BUSCA.
005860     PERFORM 2242-PROCURA-MOVIMENTO THRU
005870         2242-PROCURA-MOVIMENTO-EXIT.
005880     IF NOT MOV-ACHOU
005890        GO TO 2240-DEFINE-MOVIMENTO-EXIT
005900     END-IF.
005910     IF WS-MOV-TEM-ENT (WS-MOV-IDX) = "S"
005920        MOVE "S" TO WS-ALUNO-ENTRADA
005930        MOVE WS-MOV-BIM-ENT (WS-MOV-IDX) TO WS-BIM-ENTRADA
005940     END-IF.
005950     IF WS-MOV-TEM-SAI (WS-MOV-IDX) = "S"
005960        MOVE "S" TO WS-ALUNO-SAIDA
005970        MOVE WS-MOV-BIM-SAI (WS-MOV-IDX) TO WS-BIM-SAIDA
005980     END-IF.
005990 2240-DEFINE-MOVIMENTO-EXIT. EXIT.
006000*-----------------------------------------------------------------
006010 2242-PROCURA-MOVIMENTO.
006020     MOVE "N" TO WS-MOV-ACHOU.
006030     MOVE 1 TO WS-MOV-IDX.
006040     PERFORM 2244-COMPARA-MOVIMENTO THRU
006050         2244-COMPARA-MOVIMENTO-EXIT
006060         UNTIL MOV-ACHOU OR WS-MOV-IDX > WS-MOV-QTD.
006070 2242-PROCURA-MOVIMENTO-EXIT. EXIT.
006080*-----------------------------------------------------------------
006090 2244-COMPARA-MOVIMENTO.
006100     IF WS-MOV-MATRICULA (WS-MOV-IDX) = WS-MOV-BUSCA
006110        MOVE "S" TO WS-MOV-ACHOU
006120     ELSE
006130        ADD 1 TO WS-MOV-IDX
006140     END-IF.
006150 2244-COMPARA-MOVIMENTO-EXIT. EXIT.
006160*-----------------------------------------------------------------
006170 2250-ACUMULA-REGISTRO.
006180     IF HO-BIMESTRE >= 1 AND HO-BIMESTRE <= 4
006190        MOVE HO-BIMESTRE TO WS-BIM-SUB
006200        ADD 1 TO WS-VEZES-BIM (WS-BIM-SUB)
006210        ADD 1 TO WS-CONT-BIM (WS-BIM-SUB)
006220     ELSE
006230        MOVE "BIMESTRE INVALIDO.........:" TO W4D-MENSAGEM
006240        MOVE ZEROS TO W4D-BIMESTRE
006250        PERFORM 2400-IMPRIME-DIVERGENCIA
006260     END-IF.
006270*-----------------------------------------------------------------
006280 2300-FECHA-GRUPO.
006290     PERFORM 2350-CONFERE-BIMESTRE THRU
006300         2350-CONFERE-BIMESTRE-EXIT
006310         VARYING WS-BIM-SUB FROM 1 BY 1
006320         UNTIL WS-BIM-SUB > 4.
006330     MOVE "N" TO WS-TEM-GRUPO.
006340 2300-FECHA-GRUPO-EXIT. EXIT.
006350*-----------------------------------------------------------------
006360 2350-CONFERE-BIMESTRE.
006370     IF WS-VEZES-BIM (WS-BIM-SUB) > 1
006380        MOVE "BIMESTRE DUPLICADO........:" TO W4D-MENSAGEM
006390        MOVE WS-BIM-SUB TO W4D-BIMESTRE
006400        PERFORM 2400-IMPRIME-DIVERGENCIA
006410        GO TO 2350-CONFERE-BIMESTRE-EXIT
006420     END-IF.
006430*    BIMESTRE QUE A MOVIMENTACAO EXPLICA (DEPOIS DA SAIDA OU
006440*    ANTES DA ENTRADA DO ALUNO) NAO E DIVERGENCIA.
006450     IF ALUNO-SAIDA AND WS-BIM-SUB > WS-BIM-SAIDA
006460        GO TO 2350-CONFERE-BIMESTRE-EXIT
006470     END-IF.
006480     IF ALUNO-ENTRADA AND WS-BIM-SUB < WS-BIM-ENTRADA
006490        GO TO 2350-CONFERE-BIMESTRE-EXIT
006500     END-IF.
006510     IF WS-VEZES-BIM (WS-BIM-SUB) = ZEROS
006520        AND WS-BIM-SUB <= WS-BIMESTRE
006530        MOVE "BIMESTRE FALTANTE.........:" TO W4D-MENSAGEM
006540        MOVE WS-BIM-SUB TO W4D-BIMESTRE
006550        PERFORM 2400-IMPRIME-DIVERGENCIA
006560     END-IF.
006570 2350-CONFERE-BIMESTRE-EXIT. EXIT.
006580*-----------------------------------------------------------------
006590 2400-IMPRIME-DIVERGENCIA.
006600     ADD 1 TO WS-TOT-DIVERGENCIAS.
006610     MOVE WS-MATR-ATUAL TO W4D-MATRICULA.
006620     MOVE WS-NOME-ATUAL TO W4D-NOME-ALUNO.
006630     MOVE WS-DISC-ATUAL TO W4D-DISCIPLINA.
006640     WRITE RL4-LINHA FROM WS4-DET-LINHA.
006650*-----------------------------------------------------------------
006660 2500-FECHA-ULTIMO.
006670     IF TEM-GRUPO
006680        PERFORM 2300-FECHA-GRUPO THRU 2300-FECHA-GRUPO-EXIT
006690     END-IF.
006700*-----------------------------------------------------------------
006710* APONTA OS PARES DO ARQUIVO ALUNOS QUE NAO APARECERAM NO
006720* HISTORICO (ALUNO SEM NENHUM REGISTRO EM HISTBIM).
006730*-----------------------------------------------------------------
006740 6000-CONFERE-ALUNOS.
006750     PERFORM 6050-CONFERE-PAR THRU 6050-CONFERE-PAR-EXIT
006760         VARYING WS-PAR-IDX FROM 1 BY 1
006770         UNTIL WS-PAR-IDX > WS-PAR-QTD.
006780*-----------------------------------------------------------------
006790 6050-CONFERE-PAR.
006800     IF WS-PAR-VISTO (WS-PAR-IDX) = "S"
006810        GO TO 6050-CONFERE-PAR-EXIT
006820     END-IF.
006830     ADD 1 TO WS-TOT-DIVERGENCIAS.
006840     MOVE "ALUNO SEM HISTORICO.......:" TO W4D-MENSAGEM.
006850     MOVE WS-PAR-MATRICULA (WS-PAR-IDX)  TO W4D-MATRICULA.
006860     MOVE WS-PAR-NOME (WS-PAR-IDX)       TO W4D-NOME-ALUNO.
006870     MOVE WS-PAR-DISCIPLINA (WS-PAR-IDX) TO W4D-DISCIPLINA.
006880     MOVE ZEROS TO W4D-BIMESTRE.
006890     WRITE RL4-LINHA FROM WS4-DET-LINHA.
006900 6050-CONFERE-PAR-EXIT. EXIT.
006910*-----------------------------------------------------------------
006920* LE A TRILHA DE AUDITORIA E ACUMULA, POR BIMESTRE, OS ALUNOS
006930* QUE PASSARAM E REPROVARAM EM CADA EXECUCAO DO PROGRAMA01 (SAO
006940* OS REGISTROS QUE AQUELA EXECUCAO GRAVOU NO HISTBIM). DEPOIS
006950* CONFRONTA COM A CONTAGEM REAL DO HISTORICO.
006960*-----------------------------------------------------------------
006970 7000-CONFERE-AUDITORIA.
006980     OPEN INPUT AUDIT-FILE.
006990     IF NOT AUDIT-OK
007000        DISPLAY "AUDITLOG NAO ENCONTRADO - STATUS "
007010                WS-AUDIT-STATUS " - CONFRONTO COM A AUDITORIA"
007020                " NAO REALIZADO"
007030        GO TO 7000-CONFERE-AUDITORIA-EXIT
007040     END-IF.
007050     PERFORM 7050-LE-AUDITORIA THRU 7050-LE-AUDITORIA-EXIT
007060         UNTIL FIM-AUDIT.
007070     CLOSE AUDIT-FILE.
007080     IF WS-AUD-ANTIGAS > ZEROS
007090        DISPLAY "AVISO: " WS-AUD-ANTIGAS " LINHAS DO AUDITLOG"
007100                " SEM O BIMESTRE (FORMATO ANTIGO) - IGNORADAS"
007110     END-IF.
007120     PERFORM 7100-CONFRONTA-BIMESTRE THRU
007130         7100-CONFRONTA-BIMESTRE-EXIT
007140         VARYING WS-BIM-SUB FROM 1 BY 1
007150         UNTIL WS-BIM-SUB > WS-BIMESTRE.
007160 7000-CONFERE-AUDITORIA-EXIT. EXIT.
007170*-----------------------------------------------------------------
007180 7050-LE-AUDITORIA.
007190     READ AUDIT-FILE
007200         AT END
007210            MOVE "S" TO WS-FIM-AUDIT
007220            GO TO 7050-LE-AUDITORIA-EXIT
007230     END-READ.
007240     IF NOT AUDIT-OK
007250        DISPLAY "ERRO NA LEITURA DE AUDITLOG - STATUS "
007260                WS-AUDIT-STATUS
007270        MOVE "S" TO WS-FIM-AUDIT
007280        GO TO 7050-LE-AUDITORIA-EXIT
007290     END-IF.
007300*    LINHA DE RETIFICACAO DO PROGRAMA09: NAO E UMA EXECUCAO DO
007310*    PROGRAMA01 E NAO MUDA AS CONTAGENS DO HISTBIM (SUBSTITUI
007320*    REGISTROS UM PARA UM) - FORA DO CONFRONTO.
007330     IF AU-LINHA (22:9) = "LIBERACAO"
007340        GO TO 7050-LE-AUDITORIA-EXIT
007350     END-IF.
007360     IF AU-LINHA (22:11) = "RETIFICACAO"
007370        GO TO 7050-LE-AUDITORIA-EXIT
007380     END-IF.
007390*    LINHA DE CARGA DE PLANILHAS DO PROGRAMA19: ATUALIZA O ALUNOS,
007400*    NAO O HISTBIM - FORA DO CONFRONTO.
007410     IF AU-LINHA (22:5) = "CARGA"
007420        GO TO 7050-LE-AUDITORIA-EXIT
007430     END-IF.
007440*    LINHA DE RESTAURACAO DO PROGRAMA22: NAO E UMA EXECUCAO DO
007450*    PROGRAMA01 - FORA DO CONFRONTO. UM HISTBIM RESTAURADO PARA
007460*    ANTES DE UM FECHAMENTO DIVERGE DAS CONTAGENS ATE O BIMESTRE
007470*    SER REFEITO, COMO DEVE SER.
007480     IF AU-LINHA (22:11) = "RESTAURACAO"
007490        GO TO 7050-LE-AUDITORIA-EXIT
007500     END-IF.
007510     IF AU-LINHA (102:1) IS NOT NUMERIC
007520        OR AU-LINHA (102:1) = "0"
007530        ADD 1 TO WS-AUD-ANTIGAS
007540        GO TO 7050-LE-AUDITORIA-EXIT
007550     END-IF.
007560     MOVE AU-LINHA (110:4) TO WS-PARSE-ANO.
007570     IF WS-PARSE-ANO IS NOT NUMERIC
007580        ADD 1 TO WS-AUD-ANTIGAS
007590        GO TO 7050-LE-AUDITORIA-EXIT
007600     END-IF.
007610     MOVE AU-LINHA (102:1) TO WS-BIM-SUB.
007620     IF WS-BIM-SUB < 1 OR WS-BIM-SUB > 4
007630        ADD 1 TO WS-AUD-ANTIGAS
007640        GO TO 7050-LE-AUDITORIA-EXIT
007650     END-IF.
007660     IF WS-PARSE-ANO NOT = WS-ANO-LETIVO
007670        GO TO 7050-LE-AUDITORIA-EXIT
007680     END-IF.
007690     MOVE AU-LINHA (44:5) TO WS-PARSE-CAMPO.
007700     PERFORM 7080-DESEDITA-CAMPO.
007710     ADD WS-PARSE-NUM TO WS-AUD-BIM (WS-BIM-SUB).
007720     MOVE AU-LINHA (62:5) TO WS-PARSE-CAMPO.
007730     PERFORM 7080-DESEDITA-CAMPO.
007740     ADD WS-PARSE-NUM TO WS-AUD-BIM (WS-BIM-SUB).
007750 7050-LE-AUDITORIA-EXIT. EXIT.
007760*-----------------------------------------------------------------
007770 7080-DESEDITA-CAMPO.
007780     INSPECT WS-PARSE-CAMPO REPLACING LEADING SPACE BY ZERO.
007790     IF WS-PARSE-CAMPO IS NUMERIC
007800        MOVE WS-PARSE-CAMPO TO WS-PARSE-NUM
007810     ELSE
007820        MOVE ZEROS TO WS-PARSE-NUM
007830     END-IF.
007840*-----------------------------------------------------------------
007850 7100-CONFRONTA-BIMESTRE.
007860     MOVE WS-BIM-SUB TO W4B-BIMESTRE.
007870     MOVE WS-CONT-BIM (WS-BIM-SUB) TO W4B-CONT-HIST.
007880     MOVE WS-AUD-BIM (WS-BIM-SUB)  TO W4B-CONT-AUDIT.
007890     IF WS-CONT-BIM (WS-BIM-SUB) = WS-AUD-BIM (WS-BIM-SUB)
007900        MOVE "OK"          TO W4B-PARECER
007910     ELSE
007920        MOVE "DIVERGENCIA" TO W4B-PARECER
007930        ADD 1 TO WS-TOT-DIVERGENCIAS
007940     END-IF.
007950     WRITE RL4-LINHA FROM WS4-BIM-LINHA.
007960 7100-CONFRONTA-BIMESTRE-EXIT. EXIT.
007970*-----------------------------------------------------------------
007980 8000-FINALIZA.
007990     MOVE WS-TOT-DIVERGENCIAS TO W4T-DIVERGENCIAS.
008000     WRITE RL4-LINHA FROM WS4-TRL-LINHA.
008010     IF WS-TOT-OUTROS-ANOS > ZEROS
008020        DISPLAY "REGISTROS DE OUTROS ANOS LETIVOS IGNORADOS: "
008030                WS-TOT-OUTROS-ANOS
008040     END-IF.
008050     CLOSE HISTORD-FILE.
008060     CLOSE RELCONC-FILE.
008070     IF WS-TOT-DIVERGENCIAS > ZEROS
008080        DISPLAY "CONCILIACAO COM " WS-TOT-DIVERGENCIAS
008090                " DIVERGENCIAS - RETURN-CODE 8"
008100        MOVE 8 TO RETURN-CODE
008110     ELSE
008120        DISPLAY "CONCILIACAO SEM DIVERGENCIAS"
008130        MOVE ZEROS TO RETURN-CODE
008140     END-IF.
008150     DISPLAY "FIM DO PROGRAMA04".
008160*-----------------------------------------------------------------
008170 END PROGRAM PROGRAMA04.
