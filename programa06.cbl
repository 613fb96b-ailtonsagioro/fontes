000180*             DOS QUATRO BIMESTRES DO ANO ANTERIOR, E PEDIDOS
000190*             DA SECRETARIA SOBRE ANOS PASSADOS SAO RESPONDIDOS
000200*             PELO ARQANUAL SEM RESTAURAR FITAS.
000210* TECTONICS.  cobc -x programa06.cbl programa21.cbl
000220*
000230* MODIFICATION HISTORY.
000240*   2026-08-22 JAS  PROGRAMA ORIGINAL.
000490*                   O CODIGO PARA O ARQUIVO MORTO (AQ-ESCOLA;
000500*                   ZERADO NOS TIPOS F/R, QUE NAO TEM ESCOLA
000510*                   NO REGISTRO DE ORIGEM).
000520*   2026-10-15 JAS  ANTES DE MEXER EM QUALQUER ARQUIVO, A
000530*                   VIRADA TIRA UMA GERACAO DE COPIA DE
000540*                   SEGURANCA (PROGRAMA21) DO HISTBIM, DO
000550*                   MATRANUAL, DO ARQANUAL, DO CADASTRO E DO
000560*                   ALUNOS; UMA COPIA QUE FALHA RECUSA A
000570*                   VIRADA.
000580*   2026-10-15 JAS  UM EVENTO "R" DO RUNCTL (RESTAURACAO DE COPIA
000590*                   PELO PROGRAMA22) ANULA A CONCLUSAO
000600*                   DO PROGRAMA03 ANTERIOR DO MESMO ANO.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. PROGRAMA06.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT HIST-FILE ASSIGN TO HISTBIM
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HIST-STATUS.
000700     SELECT MATAN-FILE ASSIGN TO MATRANUAL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-MATAN-STATUS.
000730     SELECT PARM-FILE ASSIGN TO PARAMETROS
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ARQ-STATUS.
000790     SELECT HISTWK-FILE ASSIGN TO HISTWK
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-HISTWK-STATUS.
000820     SELECT MATANWK-FILE ASSIGN TO MATANWK
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-MATANWK-STATUS.
000850     SELECT FREQ-FILE ASSIGN TO FREQUENCIA
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FREQ-STATUS.
000880     SELECT RECUP-FILE ASSIGN TO RECUPERACAO
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RECUP-STATUS.
000910     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RUNCTL-STATUS.
000940     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-AUDIT-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  HIST-FILE
001000     RECORD CONTAINS 55 CHARACTERS.
001010     COPY HISTREC.
001020 FD  MATAN-FILE
001030     RECORD CONTAINS 35 CHARACTERS.
001040     COPY MATANOREC.
001050 FD  PARM-FILE
001060     RECORD CONTAINS 34 CHARACTERS.
001070     COPY PARMREC.
001080 FD  ARQ-FILE
001090     RECORD CONTAINS 56 CHARACTERS.
001100     COPY ARQREC.
001110 FD  HISTWK-FILE
001120     RECORD CONTAINS 55 CHARACTERS.
001130 01  HW-REC                   PIC X(55).
001140 FD  MATANWK-FILE
001150     RECORD CONTAINS 35 CHARACTERS.
001160 01  MW-REC                   PIC X(35).
001170 FD  FREQ-FILE
001180     RECORD CONTAINS 12 CHARACTERS.
001190     COPY FREQREC.
001200 FD  RECUP-FILE
001210     RECORD CONTAINS 8 CHARACTERS.
001220     COPY RECREC.
001230 FD  RUNCTL-FILE
001240     RECORD CONTAINS 36 CHARACTERS.
001250     COPY RUNREC.
001260 FD  AUDIT-FILE
001270     RECORD CONTAINS 113 CHARACTERS.
001280 01  AU-LINHA                 PIC X(113).
001290 WORKING-STORAGE SECTION.
001300*-----------------------------------------------------------------
001310* CHAVES E CONTADORES DE CONTROLE
001320*-----------------------------------------------------------------
001330 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
001340     88  HIST-OK                     VALUE "00".
001350 77  WS-MATAN-STATUS       PIC X(02) VALUE "00".
001360     88  MATAN-OK                    VALUE "00".
001370 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001380     88  PARM-OK                     VALUE "00".
001390 77  WS-ARQ-STATUS         PIC X(02) VALUE "00".
001400     88  ARQ-OK                      VALUE "00".
001410 77  WS-HISTWK-STATUS      PIC X(02) VALUE "00".
001420     88  HISTWK-OK                   VALUE "00".
001430 77  WS-MATANWK-STATUS     PIC X(02) VALUE "00".
001440     88  MATANWK-OK                  VALUE "00".
001450 77  WS-FREQ-STATUS        PIC X(02) VALUE "00".
001460     88  FREQ-OK                     VALUE "00".
001470 77  WS-RECUP-STATUS       PIC X(02) VALUE "00".
001480     88  RECUP-OK                    VALUE "00".
001490 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001500     88  FIM-ARQUIVO                 VALUE "S".
001510 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001520     88  FIM-PARM                    VALUE "S".
001530 77  WS-ERRO-VIRADA        PIC X(01) VALUE "N".
001540     88  ERRO-VIRADA                 VALUE "S".
001550 77  WS-HIST-ARQUIVADOS    PIC 9(05) VALUE ZEROS.
001560 77  WS-HIST-MANTIDOS      PIC 9(05) VALUE ZEROS.
001570 77  WS-MATAN-ARQUIVADOS   PIC 9(05) VALUE ZEROS.
001580 77  WS-MATAN-MANTIDOS     PIC 9(05) VALUE ZEROS.
001590 77  WS-FREQ-ARQUIVADOS    PIC 9(05) VALUE ZEROS.
001600 77  WS-RECUP-ARQUIVADOS   PIC 9(05) VALUE ZEROS.
001610*-----------------------------------------------------------------
001620* ANO LETIVO QUE ESTA SENDO FECHADO E ARQUIVADO, OBRIGATORIO NO
001630* CARTAO GERAL DE PARAMETROS: A VIRADA NAO PODE ADIVINHAR O ANO.
001640*-----------------------------------------------------------------
001650 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001660*-----------------------------------------------------------------
001670* DATA E HORA DO SISTEMA, PARA O LIVRO DE CONTROLE E O AUDITLOG
001680*-----------------------------------------------------------------
001690 01  WS-DATA-AAAAMMDD.
001700     05  WS-DATA-AAAA      PIC 9(04).
001710     05  WS-DATA-MM        PIC 9(02).
001720     05  WS-DATA-DD        PIC 9(02).
001730 01  WS-DATA-FORMATADA     PIC X(10).
001740 01  WS-HORA-HHMMSSCC.
001750     05  WS-HORA-HH        PIC 9(02).
001760     05  WS-HORA-MM        PIC 9(02).
001770     05  WS-HORA-SS        PIC 9(02).
001780     05  WS-HORA-CC        PIC 9(02).
001790 01  WS-HORA-FORMATADA     PIC X(08).
001800*-----------------------------------------------------------------
001810* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): A VIRADA EXIGE UMA
001820* RECUPERACAO CONCLUIDA DO PROGRAMA03 PARA O ANO A FECHAR,
001830* SALVO LIBERACAO DO OPERADOR (PM-LIBERA-RERUN = "S"),
001840* REGISTRADA NO AUDITLOG. INICIO E FIM SAO GRAVADOS NO LIVRO.
001850*-----------------------------------------------------------------
001860 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
001870     88  RUNCTL-OK                   VALUE "00".
001880 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
001890     88  AUDIT-OK                    VALUE "00".
001900 77  WS-FIM-RUNCTL         PIC X(01) VALUE "N".
001910     88  FIM-RUNCTL                  VALUE "S".
001920 77  WS-RUNCTL-EXISTE      PIC X(01) VALUE "N".
001930     88  RUNCTL-EXISTE               VALUE "S".
001940 77  WS-RUN-BLOQUEADO      PIC X(01) VALUE "N".
001950     88  RUN-BLOQUEADO               VALUE "S".
001960 77  WS-RUN-PRE-OK         PIC X(01) VALUE "N".
001970     88  RUN-PRE-OK                  VALUE "S".
001980 77  WS-LIBERA-RERUN       PIC X(01) VALUE "N".
001990     88  LIBERA-RERUN                VALUE "S".
002000 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002010 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002020*-----------------------------------------------------------------
002030* LINHA DE LIBERACAO GRAVADA NO AUDITLOG: O MARCADOR "LIBERACAO"
002040* NA POSICAO 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE
002050* PARA NAO CONFRONTAR ESTA LINHA.
002060*-----------------------------------------------------------------
002070 01  WS-LIB-LINHA.
002080     05  WLB-DATA          PIC X(10).
002090     05  FILLER            PIC X(01) VALUE SPACE.
002100     05  WLB-HORA          PIC X(08).
002110     05  FILLER            PIC X(02) VALUE SPACE.
002120     05  FILLER            PIC X(35)
002130         VALUE "LIBERACAO DE RERUN PELO OPERADOR - ".
002140     05  WLB-PROGRAMA      PIC X(10).
002150     05  FILLER            PIC X(06) VALUE " ANO: ".
002160     05  WLB-ANO           PIC 9(04).
002170     05  FILLER            PIC X(06) VALUE " BIM: ".
002180     05  WLB-BIMESTRE      PIC 9(01).
002190     05  FILLER            PIC X(30) VALUE SPACE.
002200*-----------------------------------------------------------------
002210* PEDIDO DE COPIA DE SEGURANCA AO PROGRAMA21
002220*-----------------------------------------------------------------
002230     COPY COPIAPED.
002240 PROCEDURE DIVISION.
002250*-----------------------------------------------------------------
002260 0000-MAINLINE.
002270     PERFORM 0100-CONTROLA-INICIO THRU
002280         0100-CONTROLA-INICIO-EXIT.
002290     IF RUN-BLOQUEADO
002300        MOVE "S" TO WS-ERRO-VIRADA
002310     END-IF.
002320     IF NOT ERRO-VIRADA
002330        PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
002340     END-IF.
002350*    CADA ETAPA SO RODA SE AS ANTERIORES NAO APONTARAM ERRO:
002360*    UM ERRO DE LEITURA NO MEIO DO ARQUIVAMENTO NAO PODE DEIXAR
002370*    AS DEMAIS ETAPAS ACRESCENTANDO REGISTROS AO ARQUIVO MORTO
002380*    (ABERTO EM EXTEND), QUE A RERODADA ARQUIVARIA DE NOVO.
002390     IF NOT ERRO-VIRADA
002400        PERFORM 2000-ARQUIVA-HISTORICO THRU
002410            2000-ARQUIVA-HISTORICO-EXIT
002420     END-IF.
002430     IF NOT ERRO-VIRADA
002440        PERFORM 3000-ARQUIVA-MATRANUAL THRU
002450            3000-ARQUIVA-MATRANUAL-EXIT
002460     END-IF.
002470     IF NOT ERRO-VIRADA
002480        PERFORM 3500-ARQUIVA-FREQUENCIA THRU
002490            3500-ARQUIVA-FREQUENCIA-EXIT
002500     END-IF.
002510     IF NOT ERRO-VIRADA
002520        PERFORM 3600-ARQUIVA-RECUPERACAO THRU
002530            3600-ARQUIVA-RECUPERACAO-EXIT
002540     END-IF.
002550     IF NOT RUN-BLOQUEADO
002560        PERFORM 4000-REINICIALIZA-TRABALHO THRU
002570            4000-REINICIALIZA-TRABALHO-EXIT
002580     END-IF.
002590     PERFORM 8000-FINALIZA.
002600     PERFORM 0900-REGISTRA-FIM.
002610     STOP RUN.
002620*-----------------------------------------------------------------
002630* PARTIDA CONTROLADA PELO LIVRO DE EXECUCOES (RUNCTL): LE OS
002640* PARAMETROS E EXIGE NO LIVRO UMA RECUPERACAO CONCLUIDA DO
002650* PROGRAMA03 PARA O ANO A FECHAR ANTES DA VIRADA (FOI JUSTO A
002660* FALTA DESTA TRAVA QUE ARQUIVOU E REINICIALIZOU A RECUPERACAO
002670* COM OS EXAMES AINDA POR PROCESSAR EM DEZEMBRO), SALVO
002680* LIBERACAO DO OPERADOR NO CARTAO GERAL, REGISTRADA NO
002690* AUDITLOG. GRAVA O REGISTRO "I" DE INICIO.
002700*-----------------------------------------------------------------
002710 0100-CONTROLA-INICIO.
002720     DISPLAY "INICIO DO PROGRAMA06".
002730     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002740     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002750     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002760     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002770     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002780     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002790     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002800     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002810     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
002820     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
002830     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
002840     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
002850     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
002860     IF WS-ANO-LETIVO = ZEROS
002870        GO TO 0100-CONTROLA-INICIO-FIM
002880     END-IF.
002890     OPEN INPUT RUNCTL-FILE.
002900     IF RUNCTL-OK
002910        MOVE "S" TO WS-RUNCTL-EXISTE
002920        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
002930            UNTIL FIM-RUNCTL
002940        CLOSE RUNCTL-FILE
002950     ELSE
002960        DISPLAY "RUNCTL AINDA NAO EXISTE - SEM CONFERENCIA DE"
002970                " SEQUENCIA"
002980     END-IF.
002990     IF RUNCTL-EXISTE AND NOT RUN-PRE-OK
003000        IF LIBERA-RERUN
003010           DISPLAY "SEM RECUPERACAO CONCLUIDA DO PROGRAMA03"
003020                   " PARA O ANO " WS-ANO-LETIVO " - VIRADA"
003030                   " LIBERADA PELO OPERADOR"
003040           PERFORM 0180-GRAVA-LIBERACAO
003050        ELSE
003060           DISPLAY "SEM RECUPERACAO CONCLUIDA DO PROGRAMA03"
003070                   " PARA O ANO " WS-ANO-LETIVO " NO RUNCTL -"
003080                   " VIRADA RECUSADA"
003090           DISPLAY "RODE O PROGRAMA03 (OU USE PM-LIBERA-RERUN"
003100                   " = S NO CARTAO GERAL)"
003110           MOVE "S" TO WS-RUN-BLOQUEADO
003120           MOVE 8 TO RETURN-CODE
003130        END-IF
003140     END-IF.
003150 0100-CONTROLA-INICIO-FIM.
003160     IF NOT RUN-BLOQUEADO
003170        MOVE "I" TO WS-RUN-EVENTO
003180        MOVE ZEROS TO WS-RUN-RC
003190        PERFORM 0950-GRAVA-RUNCTL
003200     END-IF.
003210 0100-CONTROLA-INICIO-EXIT. EXIT.
003220*-----------------------------------------------------------------
003230 0150-LE-RUNCTL.
003240     READ RUNCTL-FILE
003250         AT END
003260            MOVE "S" TO WS-FIM-RUNCTL
003270            GO TO 0150-LE-RUNCTL-EXIT
003280     END-READ.
003290     IF NOT RUNCTL-OK
003300        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
003310                WS-RUNCTL-STATUS
003320        MOVE "S" TO WS-FIM-RUNCTL
003330        GO TO 0150-LE-RUNCTL-EXIT
003340     END-IF.
003350     IF RN-PROGRAMA = "PROGRAMA03"
003360        AND RN-FIM
003370        AND RN-ANO-LETIVO = WS-ANO-LETIVO
003380        AND RN-RETCODE = ZEROS
003390        MOVE "S" TO WS-RUN-PRE-OK
003400     END-IF.
003410     IF RN-PROGRAMA = "PROGRAMA03"
003420        AND RN-RESTAURACAO
003430        AND RN-ANO-LETIVO = WS-ANO-LETIVO
003440        MOVE "N" TO WS-RUN-PRE-OK
003450     END-IF.
003460 0150-LE-RUNCTL-EXIT. EXIT.
003470*-----------------------------------------------------------------
003480 0180-GRAVA-LIBERACAO.
003490     MOVE WS-DATA-FORMATADA TO WLB-DATA.
003500     MOVE WS-HORA-FORMATADA TO WLB-HORA.
003510     MOVE "PROGRAMA06"      TO WLB-PROGRAMA.
003520     MOVE WS-ANO-LETIVO     TO WLB-ANO.
003530     MOVE ZEROS             TO WLB-BIMESTRE.
003540     OPEN EXTEND AUDIT-FILE.
003550     IF NOT AUDIT-OK
003560        OPEN OUTPUT AUDIT-FILE
003570     END-IF.
003580     IF AUDIT-OK
003590        WRITE AU-LINHA FROM WS-LIB-LINHA
003600        CLOSE AUDIT-FILE
003610     ELSE
003620        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
003630                WS-AUDIT-STATUS
003640     END-IF.
003650*-----------------------------------------------------------------
003660 0900-REGISTRA-FIM.
003670     MOVE "F" TO WS-RUN-EVENTO.
003680     MOVE RETURN-CODE TO WS-RUN-RC.
003690     PERFORM 0950-GRAVA-RUNCTL.
003700*-----------------------------------------------------------------
003710 0950-GRAVA-RUNCTL.
003720     MOVE "PROGRAMA06"      TO RN-PROGRAMA.
003730     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
003740     MOVE ZEROS             TO RN-BIMESTRE.
003750     MOVE WS-DATA-FORMATADA TO RN-DATA.
003760     MOVE WS-HORA-FORMATADA TO RN-HORA.
003770     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
003780     MOVE WS-RUN-RC         TO RN-RETCODE.
003790     OPEN EXTEND RUNCTL-FILE.
003800     IF NOT RUNCTL-OK
003810        OPEN OUTPUT RUNCTL-FILE
003820     END-IF.
003830     IF RUNCTL-OK
003840        WRITE RUN-REC
003850        CLOSE RUNCTL-FILE
003860     ELSE
003870        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
003880                WS-RUNCTL-STATUS
003890     END-IF.
003900*-----------------------------------------------------------------
003910 1000-INICIALIZA.
003920     IF WS-ANO-LETIVO = ZEROS
003930        DISPLAY "PM-ANO-LETIVO AUSENTE DO CARTAO GERAL - A"
003940                " VIRADA DE ANO EXIGE O ANO A FECHAR"
003950        MOVE "S" TO WS-ERRO-VIRADA
003960        GO TO 1000-INICIALIZA-EXIT
003970     END-IF.
003980     PERFORM 1080-COPIA-SEGURANCA THRU 1080-COPIA-SEGURANCA-EXIT.
003990     IF ERRO-VIRADA
004000        GO TO 1000-INICIALIZA-EXIT
004010     END-IF.
004020     OPEN EXTEND ARQ-FILE.
004030     IF NOT ARQ-OK
004040        OPEN OUTPUT ARQ-FILE
004050     END-IF.
004060     IF NOT ARQ-OK
004070        DISPLAY "ERRO AO ABRIR ARQANUAL - STATUS " WS-ARQ-STATUS
004080        MOVE "S" TO WS-ERRO-VIRADA
004090     END-IF.
004100 1000-INICIALIZA-EXIT. EXIT.
004110*-----------------------------------------------------------------
004120 1050-LE-PARAMETROS.
004130     OPEN INPUT PARM-FILE.
004140     IF NOT PARM-OK
004150        DISPLAY "PARAMETROS NAO ENCONTRADO - STATUS "
004160                WS-PARM-STATUS
004170        GO TO 1050-LE-PARAMETROS-EXIT
004180     END-IF.
004190     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
004200         UNTIL FIM-PARM.
004210     CLOSE PARM-FILE.
004220 1050-LE-PARAMETROS-EXIT. EXIT.
004230*-----------------------------------------------------------------
004240 1055-LE-CARTAO-PARM.
004250     READ PARM-FILE
004260         AT END
004270            MOVE "S" TO WS-FIM-PARM
004280            GO TO 1055-LE-CARTAO-PARM-EXIT
004290     END-READ.
004300     IF PM-DISCIPLINA = SPACES
004310        AND PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
004320        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
004330        DISPLAY "FECHANDO O ANO LETIVO " WS-ANO-LETIVO
004340     END-IF.
004350     IF PM-DISCIPLINA = SPACES AND PM-LIBERA-RERUN = "S"
004360        MOVE "S" TO WS-LIBERA-RERUN
004370        DISPLAY "VIRADA LIBERADA PELO OPERADOR NO CARTAO GERAL"
004380     END-IF.
004390 1055-LE-CARTAO-PARM-EXIT. EXIT.
004400*-----------------------------------------------------------------
004410* COPIAS DE SEGURANCA ANTES DA VIRADA (PROGRAMA21): UMA VIRADA
004420* COM O PM-ANO-LETIVO ERRADO SE DESFAZ PELA RESTAURACAO DO
004430* PROGRAMA22. A PRIMEIRA COPIA QUE FALHA PARA A VIRADA.
004440*-----------------------------------------------------------------
004450 1080-COPIA-SEGURANCA.
004460     MOVE "HISTBIM" TO CQ-ARQUIVO.
004470     PERFORM 1085-PEDE-COPIA.
004480     IF ERRO-VIRADA
004490        GO TO 1080-COPIA-SEGURANCA-EXIT
004500     END-IF.
004510     MOVE "MATRANUAL" TO CQ-ARQUIVO.
004520     PERFORM 1085-PEDE-COPIA.
004530     IF ERRO-VIRADA
004540        GO TO 1080-COPIA-SEGURANCA-EXIT
004550     END-IF.
004560     MOVE "ARQANUAL" TO CQ-ARQUIVO.
004570     PERFORM 1085-PEDE-COPIA.
004580     IF ERRO-VIRADA
004590        GO TO 1080-COPIA-SEGURANCA-EXIT
004600     END-IF.
004610     MOVE "CADASTRO" TO CQ-ARQUIVO.
004620     PERFORM 1085-PEDE-COPIA.
004630     IF ERRO-VIRADA
004640        GO TO 1080-COPIA-SEGURANCA-EXIT
004650     END-IF.
004660     MOVE "ALUNOS" TO CQ-ARQUIVO.
004670     PERFORM 1085-PEDE-COPIA.
004680 1080-COPIA-SEGURANCA-EXIT. EXIT.
004690*-----------------------------------------------------------------
004700 1085-PEDE-COPIA.
004710     MOVE "PROGRAMA06"  TO CQ-PROGRAMA.
004720     MOVE WS-ANO-LETIVO TO CQ-ANO-LETIVO.
004730     CALL "PROGRAMA21" USING COPIA-PEDIDO.
004740     IF CQ-COPIA-FALHOU
004750        DISPLAY "SEM COPIA DE SEGURANCA DO " CQ-ARQUIVO
004760                " - VIRADA RECUSADA"
004770        MOVE "S" TO WS-ERRO-VIRADA
004780     END-IF.
004790*-----------------------------------------------------------------
004800* COPIA O HISTBIM PARA O ARQUIVO MORTO (REGISTROS DO ANO QUE
004810* FECHA, TIPO "H") OU PARA O TRABALHO HISTWK (OUTROS ANOS, QUE
004820* VOLTAM PARA O HISTBIM REINICIALIZADO).
004830*-----------------------------------------------------------------
004840 2000-ARQUIVA-HISTORICO.
004850     OPEN INPUT HIST-FILE.
004860     IF NOT HIST-OK
004870        DISPLAY "HISTBIM NAO ENCONTRADO - STATUS " WS-HIST-STATUS
004880        GO TO 2000-ARQUIVA-HISTORICO-EXIT
004890     END-IF.
004900     OPEN OUTPUT HISTWK-FILE.
004910     IF NOT HISTWK-OK
004920        DISPLAY "ERRO AO ABRIR HISTWK - STATUS "
004930                WS-HISTWK-STATUS
004940        MOVE "S" TO WS-ERRO-VIRADA
004950        CLOSE HIST-FILE
004960        GO TO 2000-ARQUIVA-HISTORICO-EXIT
004970     END-IF.
004980     MOVE "N" TO WS-FIM-ARQUIVO.
004990     PERFORM 2100-TRATA-HISTORICO THRU 2100-TRATA-HISTORICO-EXIT
005000         UNTIL FIM-ARQUIVO.
005010     CLOSE HIST-FILE.
005020     CLOSE HISTWK-FILE.
005030 2000-ARQUIVA-HISTORICO-EXIT. EXIT.
005040*-----------------------------------------------------------------
005050 2100-TRATA-HISTORICO.
005060     READ HIST-FILE
005070         AT END
005080            MOVE "S" TO WS-FIM-ARQUIVO
005090            GO TO 2100-TRATA-HISTORICO-EXIT
005100     END-READ.
005110     IF NOT HIST-OK
005120        DISPLAY "ERRO NA LEITURA DE HISTBIM - STATUS "
005130                WS-HIST-STATUS
005140        MOVE "S" TO WS-FIM-ARQUIVO
005150        MOVE "S" TO WS-ERRO-VIRADA
005160        GO TO 2100-TRATA-HISTORICO-EXIT
005170     END-IF.
005180     IF HR-ANO-LETIVO = WS-ANO-LETIVO
005190        MOVE HR-ANO-LETIVO TO AQ-ANO-LETIVO
005200        MOVE HR-MATRICULA  TO AQ-MATRICULA
005210        MOVE HR-ESCOLA     TO AQ-ESCOLA
005220        MOVE "H"           TO AQ-TIPO
005230        MOVE SPACES        TO AQ-DADOS
005240        MOVE HR-NOME-ALUNO TO AQH-NOME-ALUNO
005250        MOVE HR-TURMA      TO AQH-TURMA
005260        MOVE HR-DISCIPLINA TO AQH-DISCIPLINA
005270        MOVE HR-BIMESTRE   TO AQH-BIMESTRE
005280        MOVE HR-N1         TO AQH-N1
005290        MOVE HR-N2         TO AQH-N2
005300        MOVE HR-N3         TO AQH-N3
005310        MOVE HR-N4         TO AQH-N4
005320        MOVE HR-MEDIA-BIM  TO AQH-MEDIA-BIM
005330        WRITE ARQ-REC
005340        ADD 1 TO WS-HIST-ARQUIVADOS
005350     ELSE
005360        WRITE HW-REC FROM HIST-REC
005370        ADD 1 TO WS-HIST-MANTIDOS
005380     END-IF.
005390 2100-TRATA-HISTORICO-EXIT. EXIT.
005400*-----------------------------------------------------------------
005410 3000-ARQUIVA-MATRANUAL.
005420     OPEN INPUT MATAN-FILE.
005430     IF NOT MATAN-OK
005440        DISPLAY "MATRANUAL NAO ENCONTRADO - STATUS "
005450                WS-MATAN-STATUS
005460        GO TO 3000-ARQUIVA-MATRANUAL-EXIT
005470     END-IF.
005480     OPEN OUTPUT MATANWK-FILE.
005490     IF NOT MATANWK-OK
005500        DISPLAY "ERRO AO ABRIR MATANWK - STATUS "
005510                WS-MATANWK-STATUS
005520        MOVE "S" TO WS-ERRO-VIRADA
005530        CLOSE MATAN-FILE
005540        GO TO 3000-ARQUIVA-MATRANUAL-EXIT
005550     END-IF.
005560     MOVE "N" TO WS-FIM-ARQUIVO.
005570     PERFORM 3100-TRATA-MATRANUAL THRU 3100-TRATA-MATRANUAL-EXIT
005580         UNTIL FIM-ARQUIVO.
005590     CLOSE MATAN-FILE.
005600     CLOSE MATANWK-FILE.
005610 3000-ARQUIVA-MATRANUAL-EXIT. EXIT.
005620*-----------------------------------------------------------------
005630 3100-TRATA-MATRANUAL.
005640     READ MATAN-FILE
005650         AT END
005660            MOVE "S" TO WS-FIM-ARQUIVO
005670            GO TO 3100-TRATA-MATRANUAL-EXIT
005680     END-READ.
005690     IF NOT MATAN-OK
005700        DISPLAY "ERRO NA LEITURA DE MATRANUAL - STATUS "
005710                WS-MATAN-STATUS
005720        MOVE "S" TO WS-FIM-ARQUIVO
005730        MOVE "S" TO WS-ERRO-VIRADA
005740        GO TO 3100-TRATA-MATRANUAL-EXIT
005750     END-IF.
005760     IF MA-ANO-LETIVO = WS-ANO-LETIVO
005770        MOVE MA-ANO-LETIVO  TO AQ-ANO-LETIVO
005780        MOVE MA-MATRICULA   TO AQ-MATRICULA
005790        MOVE MA-ESCOLA      TO AQ-ESCOLA
005800        MOVE "A"            TO AQ-TIPO
005810        MOVE SPACES         TO AQ-DADOS
005820        MOVE MA-NOME-ALUNO  TO AQA-NOME-ALUNO
005830        MOVE MA-MEDIA-ANUAL TO AQA-MEDIA-ANUAL
005840        MOVE MA-QTD-REPROVA TO AQA-QTD-REPROVA
005850        MOVE MA-FREQ-PERC   TO AQA-FREQ-PERC
005860        MOVE MA-SITUACAO    TO AQA-SITUACAO
005870        WRITE ARQ-REC
005880        ADD 1 TO WS-MATAN-ARQUIVADOS
005890     ELSE
005900        WRITE MW-REC FROM MATAN-REC
005910        ADD 1 TO WS-MATAN-MANTIDOS
005920     END-IF.
005930 3100-TRATA-MATRANUAL-EXIT. EXIT.
005940*-----------------------------------------------------------------
005950* A FREQUENCIA E A RECUPERACAO NAO CARREGAM ANO LETIVO: VALEM SO
005960* PARA O ANO QUE FECHA. VAO INTEIRAS PARA O ARQUIVO MORTO (TIPOS
005970* F/R, CARIMBADAS COM O ANO FECHADO) E OS ARQUIVOS SO SAO
005980* REINICIALIZADOS EM 4000 SE O ARQUIVAMENTO TERMINOU SEM ERRO.
005990*-----------------------------------------------------------------
006000 3500-ARQUIVA-FREQUENCIA.
006010     OPEN INPUT FREQ-FILE.
006020     IF NOT FREQ-OK
006030        DISPLAY "FREQUENCIA NAO ENCONTRADA - STATUS "
006040                WS-FREQ-STATUS " - NADA A ARQUIVAR"
006050        GO TO 3500-ARQUIVA-FREQUENCIA-EXIT
006060     END-IF.
006070     MOVE "N" TO WS-FIM-ARQUIVO.
006080     PERFORM 3550-TRATA-FREQUENCIA THRU
006090         3550-TRATA-FREQUENCIA-EXIT
006100         UNTIL FIM-ARQUIVO.
006110     CLOSE FREQ-FILE.
006120 3500-ARQUIVA-FREQUENCIA-EXIT. EXIT.
006130*-----------------------------------------------------------------
006140 3550-TRATA-FREQUENCIA.
006150     READ FREQ-FILE
006160         AT END
006170            MOVE "S" TO WS-FIM-ARQUIVO
006180            GO TO 3550-TRATA-FREQUENCIA-EXIT
006190     END-READ.
006200     IF NOT FREQ-OK
006210        DISPLAY "ERRO NA LEITURA DE FREQUENCIA - STATUS "
006220                WS-FREQ-STATUS
006230        MOVE "S" TO WS-FIM-ARQUIVO
006240        MOVE "S" TO WS-ERRO-VIRADA
006250        GO TO 3550-TRATA-FREQUENCIA-EXIT
006260     END-IF.
006270     MOVE WS-ANO-LETIVO   TO AQ-ANO-LETIVO.
006280     MOVE FQ-MATRICULA    TO AQ-MATRICULA.
006290     MOVE ZEROS           TO AQ-ESCOLA.
006300     MOVE "F"             TO AQ-TIPO.
006310     MOVE SPACES          TO AQ-DADOS.
006320     MOVE FQ-BIMESTRE     TO AQF-BIMESTRE.
006330     MOVE FQ-AULAS-DADAS  TO AQF-AULAS-DADAS.
006340     MOVE FQ-FALTAS       TO AQF-FALTAS.
006350     WRITE ARQ-REC.
006360     ADD 1 TO WS-FREQ-ARQUIVADOS.
006370 3550-TRATA-FREQUENCIA-EXIT. EXIT.
006380*-----------------------------------------------------------------
006390 3600-ARQUIVA-RECUPERACAO.
006400     OPEN INPUT RECUP-FILE.
006410     IF NOT RECUP-OK
006420        DISPLAY "RECUPERACAO NAO ENCONTRADA - STATUS "
006430                WS-RECUP-STATUS " - NADA A ARQUIVAR"
006440        GO TO 3600-ARQUIVA-RECUPERACAO-EXIT
006450     END-IF.
006460     MOVE "N" TO WS-FIM-ARQUIVO.
006470     PERFORM 3650-TRATA-RECUPERACAO THRU
006480         3650-TRATA-RECUPERACAO-EXIT
006490         UNTIL FIM-ARQUIVO.
006500     CLOSE RECUP-FILE.
006510 3600-ARQUIVA-RECUPERACAO-EXIT. EXIT.
006520*-----------------------------------------------------------------
006530 3650-TRATA-RECUPERACAO.
006540     READ RECUP-FILE
006550         AT END
006560            MOVE "S" TO WS-FIM-ARQUIVO
006570            GO TO 3650-TRATA-RECUPERACAO-EXIT
006580     END-READ.
006590     IF NOT RECUP-OK
006600        DISPLAY "ERRO NA LEITURA DE RECUPERACAO - STATUS "
006610                WS-RECUP-STATUS
006620        MOVE "S" TO WS-FIM-ARQUIVO
006630        MOVE "S" TO WS-ERRO-VIRADA
006640        GO TO 3650-TRATA-RECUPERACAO-EXIT
006650     END-IF.
006660     MOVE WS-ANO-LETIVO  TO AQ-ANO-LETIVO.
006670     MOVE RC-MATRICULA   TO AQ-MATRICULA.
006680     MOVE ZEROS          TO AQ-ESCOLA.
006690     MOVE "R"            TO AQ-TIPO.
006700     MOVE SPACES         TO AQ-DADOS.
006710     MOVE RC-NOTA-RECUP  TO AQR-NOTA-RECUP.
006720     WRITE ARQ-REC.
006730     ADD 1 TO WS-RECUP-ARQUIVADOS.
006740 3650-TRATA-RECUPERACAO-EXIT. EXIT.
006750*-----------------------------------------------------------------
006760* REABRE OS ARQUIVOS DE TRABALHO EM OUTPUT (LIMPOS) E DEVOLVE OS
006770* REGISTROS DE OUTROS ANOS GUARDADOS NOS ARQUIVOS DE TRABALHO.
006780* SO RODA SE O ARQUIVAMENTO TERMINOU SEM ERRO - UM ABEND ANTES
006790* DESTE PONTO DEIXA OS ARQUIVOS ORIGINAIS INTACTOS.
006800*-----------------------------------------------------------------
006810 4000-REINICIALIZA-TRABALHO.
006820     IF ERRO-VIRADA
006830        DISPLAY "ERRO NO ARQUIVAMENTO - ARQUIVOS DE TRABALHO"
006840                " PRESERVADOS"
006850        GO TO 4000-REINICIALIZA-TRABALHO-EXIT
006860     END-IF.
006870     PERFORM 4050-DEVOLVE-HISTORICO-ARQ THRU
006880         4050-DEVOLVE-HISTORICO-ARQ-EXIT.
006890     PERFORM 4060-DEVOLVE-MATRANUAL-ARQ THRU
006900         4060-DEVOLVE-MATRANUAL-ARQ-EXIT.
006910     PERFORM 4070-LIMPA-FREQ-RECUP THRU
006920         4070-LIMPA-FREQ-RECUP-EXIT.
006930 4000-REINICIALIZA-TRABALHO-EXIT. EXIT.
006940*-----------------------------------------------------------------
006950* SO REINICIALIZA O HISTBIM SE O TRABALHO HISTWK EXISTE (FOI
006960* GERADO PELO ARQUIVAMENTO): SEM ELE, NAO HA O QUE DEVOLVER E O
006970* HISTBIM NAO PODE SER TRUNCADO. IDEM PARA O MATRANUAL.
006980*-----------------------------------------------------------------
006990 4050-DEVOLVE-HISTORICO-ARQ.
007000     OPEN INPUT HISTWK-FILE.
007010     IF NOT HISTWK-OK
007020        DISPLAY "HISTWK AUSENTE - STATUS " WS-HISTWK-STATUS
007030                " - HISTBIM NAO REINICIALIZADO"
007040        GO TO 4050-DEVOLVE-HISTORICO-ARQ-EXIT
007050     END-IF.
007060     OPEN OUTPUT HIST-FILE.
007070     IF NOT HIST-OK
007080        DISPLAY "ERRO AO REABRIR HISTBIM - STATUS "
007090                WS-HIST-STATUS
007100        MOVE "S" TO WS-ERRO-VIRADA
007110        CLOSE HISTWK-FILE
007120        GO TO 4050-DEVOLVE-HISTORICO-ARQ-EXIT
007130     END-IF.
007140     MOVE "N" TO WS-FIM-ARQUIVO.
007150     PERFORM 4100-DEVOLVE-HISTORICO THRU
007160         4100-DEVOLVE-HISTORICO-EXIT
007170         UNTIL FIM-ARQUIVO.
007180     CLOSE HISTWK-FILE.
007190     CLOSE HIST-FILE.
007200 4050-DEVOLVE-HISTORICO-ARQ-EXIT. EXIT.
007210*-----------------------------------------------------------------
007220 4060-DEVOLVE-MATRANUAL-ARQ.
007230     OPEN INPUT MATANWK-FILE.
007240     IF NOT MATANWK-OK
007250        DISPLAY "MATANWK AUSENTE - STATUS " WS-MATANWK-STATUS
007260                " - MATRANUAL NAO REINICIALIZADO"
007270        GO TO 4060-DEVOLVE-MATRANUAL-ARQ-EXIT
007280     END-IF.
007290     OPEN OUTPUT MATAN-FILE.
007300     IF NOT MATAN-OK
007310        DISPLAY "ERRO AO REABRIR MATRANUAL - STATUS "
007320                WS-MATAN-STATUS
007330        MOVE "S" TO WS-ERRO-VIRADA
007340        CLOSE MATANWK-FILE
007350        GO TO 4060-DEVOLVE-MATRANUAL-ARQ-EXIT
007360     END-IF.
007370     MOVE "N" TO WS-FIM-ARQUIVO.
007380     PERFORM 4200-DEVOLVE-MATRANUAL THRU
007390         4200-DEVOLVE-MATRANUAL-EXIT
007400         UNTIL FIM-ARQUIVO.
007410     CLOSE MATANWK-FILE.
007420     CLOSE MATAN-FILE.
007430 4060-DEVOLVE-MATRANUAL-ARQ-EXIT. EXIT.
007440*-----------------------------------------------------------------
007450* FREQUENCIA E RECUPERACAO NAO TEM REGISTROS DE OUTROS ANOS A
007460* DEVOLVER: SO SAO REABERTAS EM OUTPUT (VAZIAS) QUANDO EXISTIAM
007470* E FORAM ARQUIVADAS.
007480*-----------------------------------------------------------------
007490 4070-LIMPA-FREQ-RECUP.
007500     IF WS-FREQ-ARQUIVADOS > ZEROS
007510        OPEN OUTPUT FREQ-FILE
007520        IF FREQ-OK
007530           CLOSE FREQ-FILE
007540        ELSE
007550           DISPLAY "ERRO AO REINICIALIZAR FREQUENCIA - STATUS "
007560                   WS-FREQ-STATUS
007570           MOVE "S" TO WS-ERRO-VIRADA
007580        END-IF
007590     END-IF.
007600     IF WS-RECUP-ARQUIVADOS > ZEROS
007610        OPEN OUTPUT RECUP-FILE
007620        IF RECUP-OK
007630           CLOSE RECUP-FILE
007640        ELSE
007650           DISPLAY "ERRO AO REINICIALIZAR RECUPERACAO - STATUS "
007660                   WS-RECUP-STATUS
007670           MOVE "S" TO WS-ERRO-VIRADA
007680        END-IF
007690     END-IF.
007700 4070-LIMPA-FREQ-RECUP-EXIT. EXIT.
007710*-----------------------------------------------------------------
007720 4100-DEVOLVE-HISTORICO.
007730     READ HISTWK-FILE
007740         AT END
007750            MOVE "S" TO WS-FIM-ARQUIVO
007760            GO TO 4100-DEVOLVE-HISTORICO-EXIT
007770     END-READ.
007780     IF NOT HISTWK-OK
007790        DISPLAY "ERRO NA LEITURA DE HISTWK - STATUS "
007800                WS-HISTWK-STATUS
007810        MOVE "S" TO WS-FIM-ARQUIVO
007820        MOVE "S" TO WS-ERRO-VIRADA
007830        GO TO 4100-DEVOLVE-HISTORICO-EXIT
007840     END-IF.
007850     WRITE HIST-REC FROM HW-REC.
007860 4100-DEVOLVE-HISTORICO-EXIT. EXIT.
007870*-----------------------------------------------------------------
007880 4200-DEVOLVE-MATRANUAL.
007890     READ MATANWK-FILE
007900         AT END
007910            MOVE "S" TO WS-FIM-ARQUIVO
007920            GO TO 4200-DEVOLVE-MATRANUAL-EXIT
007930     END-READ.
007940     IF NOT MATANWK-OK
007950        DISPLAY "ERRO NA LEITURA DE MATANWK - STATUS "
007960                WS-MATANWK-STATUS
007970        MOVE "S" TO WS-FIM-ARQUIVO
007980        MOVE "S" TO WS-ERRO-VIRADA
007990        GO TO 4200-DEVOLVE-MATRANUAL-EXIT
008000     END-IF.
008010     WRITE MATAN-REC FROM MW-REC.
008020 4200-DEVOLVE-MATRANUAL-EXIT. EXIT.
008030*-----------------------------------------------------------------
008040 8000-FINALIZA.
008050     IF NOT ERRO-VIRADA
008060        CLOSE ARQ-FILE
008070        DISPLAY "HISTORICO ARQUIVADO..: " WS-HIST-ARQUIVADOS
008080                " MANTIDO: " WS-HIST-MANTIDOS
008090        DISPLAY "MATRANUAL ARQUIVADO..: " WS-MATAN-ARQUIVADOS
008100                " MANTIDO: " WS-MATAN-MANTIDOS
008110        DISPLAY "FREQUENCIA ARQUIVADA.: " WS-FREQ-ARQUIVADOS
008120        DISPLAY "RECUPERACAO ARQUIVADA: " WS-RECUP-ARQUIVADOS
008130        DISPLAY "VIRADA DO ANO " WS-ANO-LETIVO " CONCLUIDA"
008140     ELSE
008150        MOVE 8 TO RETURN-CODE
008160        DISPLAY "VIRADA DE ANO NAO CONCLUIDA - RETURN-CODE 8"
008170     END-IF.
008180     DISPLAY "FIM DO PROGRAMA06".
008190*-----------------------------------------------------------------
008200 END PROGRAM PROGRAMA06.
