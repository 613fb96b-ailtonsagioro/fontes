000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    CONFERENCIA DAS PENDENCIAS DE LANCAMENTO DE NOTAS,
000070*             RODADA ANTES DO FECHAMENTO BIMESTRAL DO PROGRAMA01
000080*             PARA O PM-BIMESTRE DO CARTAO GERAL. PARA CADA
000090*             TURMA/DISCIPLINA DO QUADRO DE LOTACAO (LOTACAO,
000100*             MANTIDO PELO PROGRAMA17) CRUZA OS ALUNOS DA TURMA
000110*             NO CADASTRO COM O ALUNOS (CHAVE AR-CHAVE =
000120*             MATRICULA + DISCIPLINA) E CONTA QUANTOS TEM A NOTA
000130*             DO BIMESTRE LANCADA. REGISTRO AUSENTE OU NOTA DO
000140*             BIMESTRE ZERADA CONTAM COMO NAO LANCADOS (O
000150*             PROGRAMA07 INCLUI O ALUNO COM AS NOTAS 000). LISTA
000160*             POR PROFESSOR CADA TURMA/DISCIPLINA SEM NENHUMA
000170*             NOTA (FALTANDO) OU COM PARTE DELAS (PARCIAL) E
000180*             TERMINA COM RETURN-CODE 8 QUANDO HA PENDENCIA: O
000190*             PROGRAMA01 EXIGE NO LIVRO RUNCTL UMA CONFERENCIA
000200*             LIMPA DESTE PROGRAMA PARA O ANO E O BIMESTRE
000210*             (SALVO PM-LIBERA-RERUN = "S", QUE TAMBEM COBRE A
000220*             NOTA ZERO DE FATO).
000230* TECTONICS.  cobc -x programa18.cbl
000240*
000250* MODIFICATION HISTORY.
000260*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PROGRAMA18.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-FILE ASSIGN TO PARAMETROS
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-STATUS.
000360     SELECT LOT-FILE ASSIGN TO LOTACAO
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS LT-CHAVE
000400         FILE STATUS IS WS-LOT-STATUS.
000410     SELECT CAD-FILE ASSIGN TO CADASTRO
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CD-MATRICULA
000450         FILE STATUS IS WS-CAD-STATUS.
000460     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK12".
000470     SELECT CADORD-FILE ASSIGN TO CADORD
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CADORD-STATUS.
000500     SELECT ALUNO-FILE ASSIGN TO ALUNOS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS AR-CHAVE
000540         FILE STATUS IS WS-ALUNO-STATUS.
000550     SELECT PENDWK-FILE ASSIGN TO PENDWK
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PENDWK-STATUS.
000580     SELECT SORT-PEND-FILE ASSIGN TO "SORTWK13".
000590     SELECT PENDORD-FILE ASSIGN TO PENDORD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PENDORD-STATUS.
000620     SELECT RELPENDLT-FILE ASSIGN TO RELPENDLT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RELPENDLT-STATUS.
000650     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RUNCTL-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARM-FILE
000710     RECORD CONTAINS 34 CHARACTERS.
000720     COPY PARMREC.
000730 FD  LOT-FILE
000740     RECORD CONTAINS 40 CHARACTERS.
000750     COPY LOTREC.
000760 FD  CAD-FILE
000770     RECORD CONTAINS 32 CHARACTERS.
000780     COPY CADREC.
000790 SD  SORT-WORK-FILE.
000800 01  SORT-REC.
000810     05  SR-MATRICULA      PIC 9(05).
000820     05  SR-NOME-ALUNO     PIC X(15).
000830     05  SR-TURMA          PIC X(10).
000840     05  SR-ESCOLA         PIC 9(02).
000850*-----------------------------------------------------------------
000860* CADASTRO ORDENADO POR ESCOLA/TURMA/MATRICULA, LIDO EM PARALELO
000870* COM A LOTACAO (QUE JA VEM NA ORDEM ESCOLA/TURMA/DISCIPLINA DA
000880* CHAVE).
000890*-----------------------------------------------------------------
000900 FD  CADORD-FILE
000910     RECORD CONTAINS 32 CHARACTERS.
000920 01  CO-REC.
000930     05  CO-MATRICULA      PIC 9(05).
000940     05  CO-NOME-ALUNO     PIC X(15).
000950     05  CO-TURMA          PIC X(10).
000960     05  CO-ESCOLA         PIC 9(02).
000970 FD  ALUNO-FILE
000980     RECORD CONTAINS 47 CHARACTERS.
000990     COPY ALUNOREC.
001000*-----------------------------------------------------------------
001010* TURMAS/DISCIPLINAS PENDENTES, ORDENADAS POR PROFESSOR PARA A
001020* LISTA.
001030*-----------------------------------------------------------------
001040 FD  PENDWK-FILE
001050     RECORD CONTAINS 46 CHARACTERS.
001060 01  PW-REC.
001070     05  PW-PROFESSOR      PIC X(25).
001080     05  PW-ESCOLA         PIC 9(02).
001090     05  PW-TURMA          PIC X(10).
001100     05  PW-DISCIPLINA     PIC X(03).
001110     05  PW-ALUNOS         PIC 9(03).
001120     05  PW-LANCADOS       PIC 9(03).
001130 SD  SORT-PEND-FILE.
001140 01  SORT-PEND-REC.
001150     05  SP-PROFESSOR      PIC X(25).
001160     05  SP-ESCOLA         PIC 9(02).
001170     05  SP-TURMA          PIC X(10).
001180     05  SP-DISCIPLINA     PIC X(03).
001190     05  SP-ALUNOS         PIC 9(03).
001200     05  SP-LANCADOS       PIC 9(03).
001210 FD  PENDORD-FILE
001220     RECORD CONTAINS 46 CHARACTERS.
001230 01  PO-REC.
001240     05  PO-PROFESSOR      PIC X(25).
001250     05  PO-ESCOLA         PIC 9(02).
001260     05  PO-TURMA          PIC X(10).
001270     05  PO-DISCIPLINA     PIC X(03).
001280     05  PO-ALUNOS         PIC 9(03).
001290     05  PO-LANCADOS       PIC 9(03).
001300 FD  RELPENDLT-FILE
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  RL14-LINHA                PIC X(132).
001330 FD  RUNCTL-FILE
001340     RECORD CONTAINS 36 CHARACTERS.
001350     COPY RUNREC.
001360 WORKING-STORAGE SECTION.
001370*-----------------------------------------------------------------
001380* CHAVES E CONTADORES DE CONTROLE
001390*-----------------------------------------------------------------
001400 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001410     88  PARM-OK                     VALUE "00".
001420 77  WS-LOT-STATUS         PIC X(02) VALUE "00".
001430     88  LOT-OK                      VALUE "00".
001440     88  LOT-SEM-ARQUIVO             VALUE "35".
001450 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
001460     88  CAD-OK                      VALUE "00".
001470 77  WS-CADORD-STATUS      PIC X(02) VALUE "00".
001480     88  CADORD-OK                   VALUE "00".
001490 77  WS-ALUNO-STATUS       PIC X(02) VALUE "00".
001500     88  ALUNO-OK                    VALUE "00".
001510 77  WS-PENDWK-STATUS      PIC X(02) VALUE "00".
001520     88  PENDWK-OK                   VALUE "00".
001530 77  WS-PENDORD-STATUS     PIC X(02) VALUE "00".
001540     88  PENDORD-OK                  VALUE "00".
001550 77  WS-RELPENDLT-STATUS   PIC X(02) VALUE "00".
001560     88  RELPENDLT-OK                VALUE "00".
001570 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001580     88  FIM-PARM                    VALUE "S".
001590 77  WS-FIM-LOTACAO        PIC X(01) VALUE "N".
001600     88  FIM-LOTACAO                 VALUE "S".
001610 77  WS-FIM-CADORD         PIC X(01) VALUE "N".
001620     88  FIM-CADORD                  VALUE "S".
001630 77  WS-FIM-PEND           PIC X(01) VALUE "N".
001640     88  FIM-PEND                    VALUE "S".
001650 77  WS-ERRO-CONFERENCIA   PIC X(01) VALUE "N".
001660     88  ERRO-CONFERENCIA            VALUE "S".
001670 77  WS-ARQUIVOS-ABERTOS   PIC X(01) VALUE "N".
001680     88  ARQUIVOS-ABERTOS            VALUE "S".
001690 77  WS-ALUNOS-ABERTO      PIC X(01) VALUE "N".
001700     88  ALUNOS-ABERTO               VALUE "S".
001710 77  WS-RELAT-ABERTO       PIC X(01) VALUE "N".
001720     88  RELAT-ABERTO                VALUE "S".
001730 77  WS-TOT-CONFERIDAS     PIC 9(05) VALUE ZEROS.
001740 77  WS-TOT-COMPLETAS      PIC 9(05) VALUE ZEROS.
001750 77  WS-TOT-PENDENTES      PIC 9(05) VALUE ZEROS.
001760 77  WS-TOT-SEM-ALUNOS     PIC 9(05) VALUE ZEROS.
001770 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001780 77  WS-BIMESTRE           PIC 9(01) VALUE 1.
001790*-----------------------------------------------------------------
001800* POSICAO DA NOTA DO BIMESTRE NO REGISTRO DO ALUNOS (N1 NA 34,
001810* N2 NA 37, N3 NA 40, N4 NA 43), LIDA COMO TEXTO PARA A NOTA NAO
001820* NUMERICA CONTAR COMO NAO LANCADA.
001830*-----------------------------------------------------------------
001840 77  WS-POS-NOTA           PIC 9(02) VALUE 34.
001850 77  WS-NOTA-TXT           PIC X(03) VALUE SPACES.
001860*-----------------------------------------------------------------
001870* CASAMENTO LOTACAO X CADASTRO ORDENADO: CHAVE ESCOLA+TURMA DA
001880* LOTACAO CORRENTE, DA TURMA CARREGADA NA TABELA E DO REGISTRO
001890* CORRENTE DO CADORD (HIGH-VALUES NO FIM DO ARQUIVO).
001900*-----------------------------------------------------------------
001910 01  WS-LOT-TURMA-CHAVE.
001920     05  WS-LTC-ESCOLA     PIC 9(02).
001930     05  WS-LTC-TURMA      PIC X(10).
001940 01  WS-TURMA-CHAVE.
001950     05  WS-TC-ESCOLA      PIC 9(02) VALUE ZEROS.
001960     05  WS-TC-TURMA       PIC X(10) VALUE SPACES.
001970 01  WS-CO-CHAVE.
001980     05  WS-COC-ESCOLA     PIC 9(02).
001990     05  WS-COC-TURMA      PIC X(10).
002000*-----------------------------------------------------------------
002010* ALUNOS DA TURMA CORRENTE (DO CADASTRO) E A CONTAGEM DOS QUE TEM
002020* A NOTA DO BIMESTRE LANCADA NA DISCIPLINA DA LOTACAO.
002030*-----------------------------------------------------------------
002040 77  WS-TAL-QTD            PIC 9(03) VALUE ZEROS.
002050 77  WS-TAL-IDX            PIC 9(03) VALUE ZEROS.
002060 77  WS-LANCADOS           PIC 9(03) VALUE ZEROS.
002070 01  WS-TURMA-ALUNOS.
002080     05  WS-TAL-MATRICULA  PIC 9(05) OCCURS 80 TIMES.
002090*-----------------------------------------------------------------
002100* QUEBRA POR PROFESSOR NA LISTA
002110*-----------------------------------------------------------------
002120 77  WS-TEM-PROF           PIC X(01) VALUE "N".
002130     88  TEM-PROF                    VALUE "S".
002140 77  WS-PROF-ATUAL         PIC X(25) VALUE SPACES.
002150 77  WS-PROF-PENDENTES     PIC 9(04) VALUE ZEROS.
002160*-----------------------------------------------------------------
002170* DATA E HORA DO SISTEMA, PARA O LIVRO DE CONTROLE E A LISTA
002180*-----------------------------------------------------------------
002190 01  WS-DATA-AAAAMMDD.
002200     05  WS-DATA-AAAA      PIC 9(04).
002210     05  WS-DATA-MM        PIC 9(02).
002220     05  WS-DATA-DD        PIC 9(02).
002230 01  WS-DATA-FORMATADA     PIC X(10).
002240 01  WS-HORA-HHMMSSCC.
002250     05  WS-HORA-HH        PIC 9(02).
002260     05  WS-HORA-MM        PIC 9(02).
002270     05  WS-HORA-SS        PIC 9(02).
002280     05  WS-HORA-CC        PIC 9(02).
002290 01  WS-HORA-FORMATADA     PIC X(08).
002300*-----------------------------------------------------------------
002310* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): INICIO E FIM, COM O
002320* BIMESTRE CONFERIDO. O "F" COM RETURN-CODE ZERO E O QUE LIBERA
002330* O FECHAMENTO DO BIMESTRE NO PROGRAMA01.
002340*-----------------------------------------------------------------
002350 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002360     88  RUNCTL-OK                   VALUE "00".
002370 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002380 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002390*-----------------------------------------------------------------
002400* LINHAS DA LISTA DE PENDENCIAS DE LANCAMENTO (RELPENDLT)
002410*-----------------------------------------------------------------
002420     COPY REL14LINE.
002430 PROCEDURE DIVISION.
002440*-----------------------------------------------------------------
002450 0000-MAINLINE.
002460     PERFORM 0100-CONTROLA-INICIO.
002470     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002480     IF NOT ERRO-CONFERENCIA
002490        PERFORM 2000-CONFERE-LOTACAO THRU
002500            2000-CONFERE-LOTACAO-EXIT
002510            UNTIL FIM-LOTACAO
002520        PERFORM 5000-IMPRIME-PENDENCIAS THRU
002530            5000-IMPRIME-PENDENCIAS-EXIT
002540     END-IF.
002550     PERFORM 8000-FINALIZA.
002560     PERFORM 0900-REGISTRA-FIM.
002570     STOP RUN.
002580*-----------------------------------------------------------------
002590* PARTIDA: DATA E HORA, PARAMETROS (ANO E BIMESTRE DO CARTAO
002600* GERAL) E O REGISTRO "I" DE INICIO NO LIVRO DE CONTROLE.
002610*-----------------------------------------------------------------
002620 0100-CONTROLA-INICIO.
002630     DISPLAY "INICIO DO PROGRAMA18".
002640     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002650     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002660     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002670     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002680     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002690     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002700     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002710     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002720     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
002730     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
002740     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
002750     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
002760     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
002770     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
002780     COMPUTE WS-POS-NOTA = 31 + WS-BIMESTRE * 3.
002790     MOVE "I" TO WS-RUN-EVENTO.
002800     MOVE ZEROS TO WS-RUN-RC.
002810     PERFORM 0950-GRAVA-RUNCTL.
002820*-----------------------------------------------------------------
002830 0900-REGISTRA-FIM.
002840     MOVE "F" TO WS-RUN-EVENTO.
002850     MOVE RETURN-CODE TO WS-RUN-RC.
002860     PERFORM 0950-GRAVA-RUNCTL.
002870*-----------------------------------------------------------------
002880 0950-GRAVA-RUNCTL.
002890     MOVE "PROGRAMA18"      TO RN-PROGRAMA.
002900     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
002910     MOVE WS-BIMESTRE       TO RN-BIMESTRE.
002920     MOVE WS-DATA-FORMATADA TO RN-DATA.
002930     MOVE WS-HORA-FORMATADA TO RN-HORA.
002940     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
002950     MOVE WS-RUN-RC         TO RN-RETCODE.
002960     OPEN EXTEND RUNCTL-FILE.
002970     IF NOT RUNCTL-OK
002980        OPEN OUTPUT RUNCTL-FILE
002990     END-IF.
003000     IF RUNCTL-OK
003010        WRITE RUN-REC
003020        CLOSE RUNCTL-FILE
003030     ELSE
003040        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
003050                WS-RUNCTL-STATUS
003060     END-IF.
003070*-----------------------------------------------------------------
003080* ORDENA O CADASTRO POR ESCOLA/TURMA E ABRE A LOTACAO, O ALUNOS E
003090* O ARQUIVO DE TRABALHO DAS PENDENCIAS. SEM LOTACAO OU SEM
003100* CADASTRO NAO HA O QUE CONFERIR E A EXECUCAO TERMINA COM
003110* RETURN-CODE 8 (O BIMESTRE NAO PODE SER DADO COMO CONFERIDO).
003120*-----------------------------------------------------------------
003130 1000-INICIALIZA.
003140     OPEN INPUT LOT-FILE.
003150     IF NOT LOT-OK
003160        IF LOT-SEM-ARQUIVO
003170           DISPLAY "LOTACAO NAO ENCONTRADO - CADASTRE O QUADRO"
003180                   " DE LOTACAO NO PROGRAMA17"
003190        ELSE
003200           DISPLAY "ERRO AO ABRIR LOTACAO - STATUS "
003210                   WS-LOT-STATUS
003220        END-IF
003230        MOVE "S" TO WS-ERRO-CONFERENCIA
003240        GO TO 1000-INICIALIZA-EXIT
003250     END-IF.
003260     OPEN INPUT CAD-FILE.
003270     IF NOT CAD-OK
003280        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS "
003290                WS-CAD-STATUS
003300        CLOSE LOT-FILE
003310        MOVE "S" TO WS-ERRO-CONFERENCIA
003320        GO TO 1000-INICIALIZA-EXIT
003330     END-IF.
003340     CLOSE CAD-FILE.
003350     SORT SORT-WORK-FILE
003360         ON ASCENDING KEY SR-ESCOLA SR-TURMA SR-MATRICULA
003370         USING CAD-FILE
003380         GIVING CADORD-FILE.
003390     OPEN INPUT CADORD-FILE.
003400     IF NOT CADORD-OK
003410        DISPLAY "ERRO AO ABRIR CADORD - STATUS "
003420                WS-CADORD-STATUS
003430        CLOSE LOT-FILE
003440        MOVE "S" TO WS-ERRO-CONFERENCIA
003450        GO TO 1000-INICIALIZA-EXIT
003460     END-IF.
003470     OPEN OUTPUT PENDWK-FILE.
003480     IF NOT PENDWK-OK
003490        DISPLAY "ERRO AO ABRIR PENDWK - STATUS "
003500                WS-PENDWK-STATUS
003510        CLOSE LOT-FILE
003520        CLOSE CADORD-FILE
003530        MOVE "S" TO WS-ERRO-CONFERENCIA
003540        GO TO 1000-INICIALIZA-EXIT
003550     END-IF.
003560     MOVE "S" TO WS-ARQUIVOS-ABERTOS.
003570     OPEN INPUT ALUNO-FILE.
003580     IF ALUNO-OK
003590        MOVE "S" TO WS-ALUNOS-ABERTO
003600     ELSE
003610        DISPLAY "ALUNOS NAO ENCONTRADO - STATUS "
003620                WS-ALUNO-STATUS " - NENHUMA NOTA LANCADA"
003630     END-IF.
003640     PERFORM 1150-LE-CADORD.
003650 1000-INICIALIZA-EXIT. EXIT.
003660*-----------------------------------------------------------------
003670 1050-LE-PARAMETROS.
003680     OPEN INPUT PARM-FILE.
003690     IF NOT PARM-OK
003700        DISPLAY "PARAMETROS NAO ENCONTRADO - CONFERINDO O"
003710                " BIMESTRE " WS-BIMESTRE " DO ANO "
003720                WS-ANO-LETIVO
003730        GO TO 1050-LE-PARAMETROS-EXIT
003740     END-IF.
003750     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
003760         UNTIL FIM-PARM.
003770     CLOSE PARM-FILE.
003780 1050-LE-PARAMETROS-EXIT. EXIT.
003790*-----------------------------------------------------------------
003800 1055-LE-CARTAO-PARM.
003810     READ PARM-FILE
003820         AT END
003830            MOVE "S" TO WS-FIM-PARM
003840            GO TO 1055-LE-CARTAO-PARM-EXIT
003850     END-READ.
003860     IF PM-DISCIPLINA NOT = SPACES
003870        GO TO 1055-LE-CARTAO-PARM-EXIT
003880     END-IF.
003890     IF PM-BIMESTRE IS NUMERIC AND PM-BIMESTRE >= 1
003900        AND PM-BIMESTRE <= 4
003910        MOVE PM-BIMESTRE TO WS-BIMESTRE
003920     ELSE
003930        DISPLAY "BIMESTRE AUSENTE OU INVALIDO - USANDO 1"
003940     END-IF.
003950     IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
003960        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
003970     END-IF.
003980     DISPLAY "CONFERINDO O BIMESTRE " WS-BIMESTRE
003990             " DO ANO LETIVO " WS-ANO-LETIVO.
004000 1055-LE-CARTAO-PARM-EXIT. EXIT.
004010*-----------------------------------------------------------------
004020 1150-LE-CADORD.
004030     READ CADORD-FILE
004040         AT END
004050            MOVE "S" TO WS-FIM-CADORD
004060     END-READ.
004070     IF FIM-CADORD OR NOT CADORD-OK
004080        MOVE "S" TO WS-FIM-CADORD
004090        MOVE HIGH-VALUES TO WS-CO-CHAVE
004100     ELSE
004110        MOVE CO-ESCOLA TO WS-COC-ESCOLA
004120        MOVE CO-TURMA  TO WS-COC-TURMA
004130     END-IF.
004140*-----------------------------------------------------------------
004150* UMA ENTRADA DA LOTACAO: CARREGA OS ALUNOS DA TURMA QUANDO A
004160* TURMA MUDA, CONTA OS LANCADOS NA DISCIPLINA E GRAVA A
004170* PENDENCIA QUANDO FALTA ALGUM.
004180*-----------------------------------------------------------------
004190 2000-CONFERE-LOTACAO.
004200     READ LOT-FILE
004210         AT END
004220            MOVE "S" TO WS-FIM-LOTACAO
004230            GO TO 2000-CONFERE-LOTACAO-EXIT
004240     END-READ.
004250     IF NOT LOT-OK
004260        DISPLAY "ERRO NA LEITURA DE LOTACAO - STATUS "
004270                WS-LOT-STATUS
004280        MOVE "S" TO WS-FIM-LOTACAO
004290        MOVE "S" TO WS-ERRO-CONFERENCIA
004300        GO TO 2000-CONFERE-LOTACAO-EXIT
004310     END-IF.
004320     ADD 1 TO WS-TOT-CONFERIDAS.
004330     MOVE LT-ESCOLA TO WS-LTC-ESCOLA.
004340     MOVE LT-TURMA  TO WS-LTC-TURMA.
004350     IF WS-LOT-TURMA-CHAVE NOT = WS-TURMA-CHAVE
004360        PERFORM 3000-CARREGA-TURMA THRU 3000-CARREGA-TURMA-EXIT
004370     END-IF.
004380     IF WS-TAL-QTD = ZEROS
004390        ADD 1 TO WS-TOT-SEM-ALUNOS
004400        DISPLAY "TURMA SEM ALUNOS NO CADASTRO - ESCOLA "
004410                LT-ESCOLA " TURMA " LT-TURMA " DISCIPLINA "
004420                LT-DISCIPLINA
004430        GO TO 2000-CONFERE-LOTACAO-EXIT
004440     END-IF.
004450     MOVE ZEROS TO WS-LANCADOS.
004460     PERFORM 4000-CONFERE-ALUNO THRU 4000-CONFERE-ALUNO-EXIT
004470         VARYING WS-TAL-IDX FROM 1 BY 1
004480         UNTIL WS-TAL-IDX > WS-TAL-QTD.
004490     IF WS-LANCADOS = WS-TAL-QTD
004500        ADD 1 TO WS-TOT-COMPLETAS
004510        GO TO 2000-CONFERE-LOTACAO-EXIT
004520     END-IF.
004530     MOVE LT-PROFESSOR  TO PW-PROFESSOR.
004540     MOVE LT-ESCOLA     TO PW-ESCOLA.
004550     MOVE LT-TURMA      TO PW-TURMA.
004560     MOVE LT-DISCIPLINA TO PW-DISCIPLINA.
004570     MOVE WS-TAL-QTD    TO PW-ALUNOS.
004580     MOVE WS-LANCADOS   TO PW-LANCADOS.
004590     WRITE PW-REC.
004600     ADD 1 TO WS-TOT-PENDENTES.
004610 2000-CONFERE-LOTACAO-EXIT. EXIT.
004620*-----------------------------------------------------------------
004630* AVANCA O CADASTRO ORDENADO ATE A TURMA DA LOTACAO E GUARDA AS
004640* MATRICULAS DA TURMA. TURMA DO CADASTRO SEM LOTACAO E PULADA.
004650*-----------------------------------------------------------------
004660 3000-CARREGA-TURMA.
004670     MOVE WS-LOT-TURMA-CHAVE TO WS-TURMA-CHAVE.
004680     MOVE ZEROS TO WS-TAL-QTD.
004690     PERFORM 1150-LE-CADORD
004700         UNTIL WS-CO-CHAVE NOT < WS-TURMA-CHAVE.
004710     PERFORM 3200-GUARDA-ALUNO THRU 3200-GUARDA-ALUNO-EXIT
004720         UNTIL WS-CO-CHAVE NOT = WS-TURMA-CHAVE.
004730 3000-CARREGA-TURMA-EXIT. EXIT.
004740*-----------------------------------------------------------------
004750 3200-GUARDA-ALUNO.
004760     IF WS-TAL-QTD >= 80
004770        DISPLAY "MAIS DE 80 ALUNOS NA TURMA " WS-TC-TURMA
004780                " - MATRICULA " CO-MATRICULA " IGNORADA"
004790     ELSE
004800        ADD 1 TO WS-TAL-QTD
004810        MOVE CO-MATRICULA TO WS-TAL-MATRICULA (WS-TAL-QTD)
004820     END-IF.
004830     PERFORM 1150-LE-CADORD.
004840 3200-GUARDA-ALUNO-EXIT. EXIT.
004850*-----------------------------------------------------------------
004860* A NOTA DO BIMESTRE CONTA COMO LANCADA QUANDO O ALUNO TEM O
004870* REGISTRO DA DISCIPLINA NO ALUNOS E A NOTA E NUMERICA E NAO
004880* ZERADA.
004890*-----------------------------------------------------------------
004900 4000-CONFERE-ALUNO.
004910     IF NOT ALUNOS-ABERTO
004920        GO TO 4000-CONFERE-ALUNO-EXIT
004930     END-IF.
004940     MOVE WS-TAL-MATRICULA (WS-TAL-IDX) TO AR-MATRICULA.
004950     MOVE LT-DISCIPLINA TO AR-DISCIPLINA.
004960     READ ALUNO-FILE
004970         INVALID KEY
004980            GO TO 4000-CONFERE-ALUNO-EXIT
004990     END-READ.
005000     MOVE ALUNO-REC (WS-POS-NOTA:3) TO WS-NOTA-TXT.
005010     IF WS-NOTA-TXT IS NUMERIC AND WS-NOTA-TXT NOT = "000"
005020        ADD 1 TO WS-LANCADOS
005030     END-IF.
005040 4000-CONFERE-ALUNO-EXIT. EXIT.
005050*-----------------------------------------------------------------
005060* ORDENA AS PENDENCIAS POR PROFESSOR E IMPRIME A LISTA, COM
005070* QUEBRA E TOTAL POR PROFESSOR.
005080*-----------------------------------------------------------------
005090 5000-IMPRIME-PENDENCIAS.
005100     CLOSE PENDWK-FILE.
005110     OPEN OUTPUT RELPENDLT-FILE.
005120     IF NOT RELPENDLT-OK
005130        DISPLAY "ERRO AO ABRIR RELPENDLT - STATUS "
005140                WS-RELPENDLT-STATUS
005150        GO TO 5000-IMPRIME-PENDENCIAS-EXIT
005160     END-IF.
005170     MOVE "S" TO WS-RELAT-ABERTO.
005180     MOVE WS-ANO-LETIVO     TO W14C1-ANO.
005190     MOVE WS-BIMESTRE       TO W14C1-BIMESTRE.
005200     MOVE WS-DATA-FORMATADA TO W14C1-DATA.
005210     WRITE RL14-LINHA FROM WS14-CAB-1-LINHA
005220         AFTER ADVANCING 1 LINE.
005230     IF WS-TOT-PENDENTES = ZEROS
005240        WRITE RL14-LINHA FROM WS14-SEM-PEND-LINHA
005250            AFTER ADVANCING 2 LINES
005260        GO TO 5000-IMPRIME-PENDENCIAS-EXIT
005270     END-IF.
005280     SORT SORT-PEND-FILE
005290         ON ASCENDING KEY SP-PROFESSOR SP-ESCOLA SP-TURMA
005300                          SP-DISCIPLINA
005310         USING PENDWK-FILE
005320         GIVING PENDORD-FILE.
005330     OPEN INPUT PENDORD-FILE.
005340     IF NOT PENDORD-OK
005350        DISPLAY "ERRO AO ABRIR PENDORD - STATUS "
005360                WS-PENDORD-STATUS
005370        MOVE "S" TO WS-ERRO-CONFERENCIA
005380        GO TO 5000-IMPRIME-PENDENCIAS-EXIT
005390     END-IF.
005400     PERFORM 5100-IMPRIME-PENDENCIA THRU
005410         5100-IMPRIME-PENDENCIA-EXIT
005420         UNTIL FIM-PEND.
005430     IF TEM-PROF
005440        PERFORM 5300-FECHA-PROFESSOR
005450     END-IF.
005460     CLOSE PENDORD-FILE.
005470 5000-IMPRIME-PENDENCIAS-EXIT. EXIT.
005480*-----------------------------------------------------------------
005490 5100-IMPRIME-PENDENCIA.
005500     READ PENDORD-FILE
005510         AT END
005520            MOVE "S" TO WS-FIM-PEND
005530            GO TO 5100-IMPRIME-PENDENCIA-EXIT
005540     END-READ.
005550     IF TEM-PROF AND PO-PROFESSOR NOT = WS-PROF-ATUAL
005560        PERFORM 5300-FECHA-PROFESSOR
005570     END-IF.
005580     IF NOT TEM-PROF
005590        PERFORM 5200-ABRE-PROFESSOR
005600     END-IF.
005610     MOVE PO-ESCOLA     TO W14D-ESCOLA.
005620     MOVE PO-TURMA      TO W14D-TURMA.
005630     MOVE PO-DISCIPLINA TO W14D-DISCIPLINA.
005640     MOVE PO-ALUNOS     TO W14D-ALUNOS.
005650     MOVE PO-LANCADOS   TO W14D-LANCADOS.
005660     SUBTRACT PO-LANCADOS FROM PO-ALUNOS GIVING W14D-FALTAM.
005670     IF PO-LANCADOS = ZEROS
005680        MOVE "FALTANDO" TO W14D-SITUACAO
005690     ELSE
005700        MOVE "PARCIAL"  TO W14D-SITUACAO
005710     END-IF.
005720     WRITE RL14-LINHA FROM WS14-DET-LINHA
005730         AFTER ADVANCING 1 LINE.
005740     ADD 1 TO WS-PROF-PENDENTES.
005750 5100-IMPRIME-PENDENCIA-EXIT. EXIT.
005760*-----------------------------------------------------------------
005770 5200-ABRE-PROFESSOR.
005780     MOVE PO-PROFESSOR TO WS-PROF-ATUAL.
005790     MOVE PO-PROFESSOR TO W14P-PROFESSOR.
005800     WRITE RL14-LINHA FROM WS14-PROF-LINHA
005810         AFTER ADVANCING 2 LINES.
005820     WRITE RL14-LINHA FROM WS14-CAB-2-LINHA
005830         AFTER ADVANCING 1 LINE.
005840     MOVE ZEROS TO WS-PROF-PENDENTES.
005850     MOVE "S" TO WS-TEM-PROF.
005860*-----------------------------------------------------------------
005870 5300-FECHA-PROFESSOR.
005880     MOVE WS-PROF-PENDENTES TO W14S-PENDENTES.
005890     WRITE RL14-LINHA FROM WS14-TOT-PROF-LINHA
005900         AFTER ADVANCING 1 LINE.
005910     MOVE "N" TO WS-TEM-PROF.
005920*-----------------------------------------------------------------
005930 8000-FINALIZA.
005940     IF RELAT-ABERTO
005950        MOVE WS-TOT-CONFERIDAS TO W14R-CONFERIDAS
005960        MOVE WS-TOT-COMPLETAS  TO W14R-COMPLETAS
005970        MOVE WS-TOT-PENDENTES  TO W14R-PENDENTES
005980        WRITE RL14-LINHA FROM WS14-TRL-LINHA
005990            AFTER ADVANCING 2 LINES
006000        CLOSE RELPENDLT-FILE
006010     END-IF.
006020     IF ARQUIVOS-ABERTOS
006030        CLOSE LOT-FILE
006040        CLOSE CADORD-FILE
006050     END-IF.
006060     IF ALUNOS-ABERTO
006070        CLOSE ALUNO-FILE
006080     END-IF.
006090     DISPLAY "LOTACOES CONFERIDAS....: " WS-TOT-CONFERIDAS.
006100     DISPLAY "COMPLETAS..............: " WS-TOT-COMPLETAS.
006110     DISPLAY "PENDENTES..............: " WS-TOT-PENDENTES.
006120     IF WS-TOT-SEM-ALUNOS > ZEROS
006130        DISPLAY "TURMAS SEM ALUNOS NO CADASTRO: "
006140                WS-TOT-SEM-ALUNOS
006150     END-IF.
006160     IF ERRO-CONFERENCIA OR WS-TOT-PENDENTES > ZEROS
006170        MOVE 8 TO RETURN-CODE
006180        DISPLAY "LANCAMENTOS COM PENDENCIAS - RETURN-CODE 8"
006190     END-IF.
006200     DISPLAY "FIM DO PROGRAMA18".
006210*-----------------------------------------------------------------
006220 END PROGRAM PROGRAMA18.
