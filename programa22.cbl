000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    RESTAURACAO DE UMA GERACAO DAS COPIAS DE SEGURANCA
000070*             TIRADAS PELO PROGRAMA21. LE O CARTAO RESTAURA
000080*             (ARQUIVO MESTRE E GERACAO; GERACAO EM BRANCO = A
000090*             ULTIMA), ACHA A GERACAO NO CATALOGO CATCOPIAS E
000100*             CONFERE O DEPOSITO COPIAS CONTRA OS TOTAIS DO
000110*             CATALOGO (QUANTIDADE DE REGISTROS E TOTAL DE
000120*             CONTROLE DAS NOTAS) ANTES DE TOCAR NO MESTRE. COM
000130*             A GERACAO CONFERIDA, TIRA UMA COPIA DO MESTRE ATUAL
000140*             (PARA A RESTAURACAO PODER SER DESFEITA), REGRAVA O
000150*             MESTRE COM A GERACAO, E ANOTA A RESTAURACAO NO
000160*             AUDITLOG E NO LIVRO RUNCTL, PARA A CADEIA SABER
000170*             QUE O ARQUIVO VOLTOU NO TEMPO. QUALQUER DIVERGENCIA
000180*             RECUSA A RESTAURACAO COM RETURN-CODE 8.
000190* TECTONICS.  cobc -x programa22.cbl programa21.cbl
000200*
000210* MODIFICATION HISTORY.
000220*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000230*   2026-10-15 JAS  RESTAURACAO DO HISTBIM, MATRANUAL OU MATFINAL
000240*                   GRAVA NO RUNCTL O EVENTO "R" EM NOME DO
000250*                   PROGRAMA04, PROGRAMA02 OU PROGRAMA03, PARA A
000260*                   CONFERENCIA DA PARTIDA NAO ACEITAR A
000270*                   CONCLUSAO ANTERIOR A RESTAURACAO.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PROGRAMA22.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RESTAU-FILE ASSIGN TO RESTAURA
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RESTAU-STATUS.
000370     SELECT CATCOP-FILE ASSIGN TO CATCOPIAS
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CATCOP-STATUS.
000400     SELECT COPIA-FILE ASSIGN TO COPIAS
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-COPIA-STATUS.
000430     SELECT RESTWK-FILE ASSIGN TO RESTWK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RESTWK-STATUS.
000460     SELECT HIST-FILE ASSIGN TO HISTBIM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MESTRE-STATUS.
000490     SELECT MATAN-FILE ASSIGN TO MATRANUAL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MESTRE-STATUS.
000520     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MESTRE-STATUS.
000550     SELECT CAD-FILE ASSIGN TO CADASTRO
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CD-MATRICULA
000590         FILE STATUS IS WS-MESTRE-STATUS.
000600     SELECT ALUNO-FILE ASSIGN TO ALUNOS
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS AR-CHAVE
000640         FILE STATUS IS WS-MESTRE-STATUS.
000650     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MESTRE-STATUS.
000680     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RUNCTL-STATUS.
000710     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDIT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RESTAU-FILE
000770     RECORD CONTAINS 14 CHARACTERS.
000780     COPY RESTAUREC.
000790 FD  CATCOP-FILE
000800     RECORD CONTAINS 63 CHARACTERS.
000810     COPY CATCOPREC.
000820 FD  COPIA-FILE
000830     RECORD CONTAINS 70 CHARACTERS.
000840     COPY COPIAREC.
000850 FD  RESTWK-FILE
000860     RECORD CONTAINS 56 CHARACTERS.
000870 01  RESTWK-REC            PIC X(56).
000880 FD  HIST-FILE
000890     RECORD CONTAINS 55 CHARACTERS.
000900     COPY HISTREC.
000910 FD  MATAN-FILE
000920     RECORD CONTAINS 35 CHARACTERS.
000930     COPY MATANOREC.
000940 FD  MATFIN-FILE
000950     RECORD CONTAINS 40 CHARACTERS.
000960     COPY MATFINREC.
000970 FD  CAD-FILE
000980     RECORD CONTAINS 32 CHARACTERS.
000990     COPY CADREC.
001000 FD  ALUNO-FILE
001010     RECORD CONTAINS 47 CHARACTERS.
001020     COPY ALUNOREC.
001030 FD  ARQ-FILE
001040     RECORD CONTAINS 56 CHARACTERS.
001050     COPY ARQREC.
001060 FD  RUNCTL-FILE
001070     RECORD CONTAINS 36 CHARACTERS.
001080     COPY RUNREC.
001090 FD  AUDIT-FILE
001100     RECORD CONTAINS 113 CHARACTERS.
001110 01  AU-LINHA                 PIC X(113).
001120 WORKING-STORAGE SECTION.
001130*-----------------------------------------------------------------
001140* CHAVES E CONTADORES DE CONTROLE
001150*-----------------------------------------------------------------
001160 77  WS-RESTAU-STATUS      PIC X(02) VALUE "00".
001170     88  RESTAU-OK                   VALUE "00".
001180 77  WS-CATCOP-STATUS      PIC X(02) VALUE "00".
001190     88  CATCOP-OK                   VALUE "00".
001200 77  WS-COPIA-STATUS       PIC X(02) VALUE "00".
001210     88  COPIA-OK                    VALUE "00".
001220 77  WS-RESTWK-STATUS      PIC X(02) VALUE "00".
001230     88  RESTWK-OK                   VALUE "00".
001240 77  WS-MESTRE-STATUS      PIC X(02) VALUE "00".
001250     88  MESTRE-OK                   VALUE "00".
001260 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001270     88  FIM-ARQUIVO                 VALUE "S".
001280 77  WS-ERRO-RESTAURA      PIC X(01) VALUE "N".
001290     88  ERRO-RESTAURA               VALUE "S".
001300 77  WS-MESTRE-REGRAVADO   PIC X(01) VALUE "N".
001310     88  MESTRE-REGRAVADO            VALUE "S".
001320 77  WS-ARQUIVO            PIC X(10) VALUE SPACES.
001330     88  ARQ-HISTBIM                 VALUE "HISTBIM".
001340     88  ARQ-MATRANUAL               VALUE "MATRANUAL".
001350     88  ARQ-MATFINAL                VALUE "MATFINAL".
001360     88  ARQ-CADASTRO                VALUE "CADASTRO".
001370     88  ARQ-ALUNOS                  VALUE "ALUNOS".
001380     88  ARQ-ARQANUAL                VALUE "ARQANUAL".
001390     88  ARQ-VALIDO                  VALUE "HISTBIM"
001400                                           "MATRANUAL"
001410                                           "MATFINAL"
001420                                           "CADASTRO"
001430                                           "ALUNOS"
001440                                           "ARQANUAL".
001450*-----------------------------------------------------------------
001460* GERACAO PEDIDA E A LINHA DELA NO CATALOGO
001470*-----------------------------------------------------------------
001480 77  WS-GERACAO-PEDIDA     PIC 9(04) VALUE ZEROS.
001490 77  WS-CAT-ACHOU          PIC X(01) VALUE "N".
001500     88  CAT-ACHOU                   VALUE "S".
001510 01  WS-CAT-GERACAO.
001520     05  WCG-ARQUIVO       PIC X(10).
001530     05  WCG-GERACAO       PIC 9(04).
001540     05  WCG-DATA          PIC X(10).
001550     05  WCG-HORA          PIC X(08).
001560     05  WCG-PROGRAMA      PIC X(10).
001570     05  WCG-ANO-LETIVO    PIC 9(04).
001580     05  WCG-QTD-REG       PIC 9(07).
001590     05  WCG-TOTAL-NOTAS   PIC 9(09)V9(01).
001600 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001610*-----------------------------------------------------------------
001620* TOTAIS APURADOS NO DEPOSITO E NA REGRAVACAO DO MESTRE
001630*-----------------------------------------------------------------
001640 77  WS-QTD-REG            PIC 9(07) VALUE ZEROS.
001650 77  WS-TOTAL-NOTAS        PIC 9(09)V9(01) VALUE ZEROS.
001660 77  WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
001670 77  WS-TOTAL-EDIT         PIC ZZZZZZZZ9.9.
001680 77  WS-CATAL-EDIT         PIC ZZZZZZZZ9.9.
001690*-----------------------------------------------------------------
001700* REGISTRO DO MESTRE E SUAS VISOES DOS CAMPOS DE NOTA
001710*-----------------------------------------------------------------
001720     COPY COPIATOT.
001730*-----------------------------------------------------------------
001740* PEDIDO DE COPIA DO MESTRE ATUAL AO PROGRAMA21
001750*-----------------------------------------------------------------
001760     COPY COPIAPED.
001770*-----------------------------------------------------------------
001780* DATA E HORA DO SISTEMA, PARA O LIVRO DE CONTROLE E O AUDITLOG
001790*-----------------------------------------------------------------
001800 01  WS-DATA-AAAAMMDD.
001810     05  WS-DATA-AAAA      PIC 9(04).
001820     05  WS-DATA-MM        PIC 9(02).
001830     05  WS-DATA-DD        PIC 9(02).
001840 01  WS-DATA-FORMATADA     PIC X(10).
001850 01  WS-HORA-HHMMSSCC.
001860     05  WS-HORA-HH        PIC 9(02).
001870     05  WS-HORA-MM        PIC 9(02).
001880     05  WS-HORA-SS        PIC 9(02).
001890     05  WS-HORA-CC        PIC 9(02).
001900 01  WS-HORA-FORMATADA     PIC X(08).
001910*-----------------------------------------------------------------
001920* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): INICIO E FIM DA
001930* RESTAURACAO, COM O ANO LETIVO DA GERACAO RESTAURADA, E O
001940* EVENTO "R" EM NOME DO PROGRAMA QUE PRODUZ O MESTRE RESTAURADO.
001950*-----------------------------------------------------------------
001960 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
001970     88  RUNCTL-OK                   VALUE "00".
001980 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
001990     88  AUDIT-OK                    VALUE "00".
002000 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002010 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002020 77  WS-RUN-PROGRAMA       PIC X(10) VALUE "PROGRAMA22".
002030*-----------------------------------------------------------------
002040* LINHA GRAVADA NO AUDITLOG: O MARCADOR "RESTAURACAO" NA POSICAO
002050* 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE PARA NAO
002060* CONFRONTAR ESTA LINHA COM AS CONTAGENS DO HISTBIM.
002070*-----------------------------------------------------------------
002080 01  WS-AUDIT-LINHA.
002090     05  WA-DATA           PIC X(10).
002100     05  FILLER            PIC X(01) VALUE SPACE.
002110     05  WA-HORA           PIC X(08).
002120     05  FILLER            PIC X(02) VALUE SPACE.
002130     05  FILLER            PIC X(21)
002140         VALUE "RESTAURACAO DE COPIA ".
002150     05  FILLER            PIC X(09) VALUE "ARQUIVO: ".
002160     05  WA-ARQUIVO        PIC X(10).
002170     05  FILLER            PIC X(10) VALUE " GERACAO: ".
002180     05  WA-GERACAO        PIC 9(04).
002190     05  FILLER            PIC X(12) VALUE " REGISTROS: ".
002200     05  WA-QTD-REG        PIC 9(07).
002210     05  FILLER            PIC X(06) VALUE " ANO: ".
002220     05  WA-ANO-LETIVO     PIC 9(04).
002230     05  FILLER            PIC X(09) VALUE SPACE.
002240 PROCEDURE DIVISION.
002250*-----------------------------------------------------------------
002260 0000-MAINLINE.
002270     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002280     IF NOT ERRO-RESTAURA
002290        MOVE "I" TO WS-RUN-EVENTO
002300        MOVE ZEROS TO WS-RUN-RC
002310        PERFORM 0950-GRAVA-RUNCTL
002320        PERFORM 2000-CONFERE-GERACAO THRU
002330            2000-CONFERE-GERACAO-EXIT
002340        IF NOT ERRO-RESTAURA
002350           PERFORM 3000-COPIA-ATUAL THRU 3000-COPIA-ATUAL-EXIT
002360        END-IF
002370        IF NOT ERRO-RESTAURA
002380           PERFORM 4000-RESTAURA-MESTRE THRU
002390               4000-RESTAURA-MESTRE-EXIT
002400        END-IF
002410        IF MESTRE-REGRAVADO
002420           PERFORM 7000-GRAVA-AUDITORIA
002430           PERFORM 7100-INVALIDA-PRODUTOR
002440        END-IF
002450     END-IF.
002460     PERFORM 8000-FINALIZA.
002470     IF WS-ANO-LETIVO NOT = ZEROS
002480        PERFORM 0900-REGISTRA-FIM
002490     END-IF.
002500     STOP RUN.
002510*-----------------------------------------------------------------
002520 0900-REGISTRA-FIM.
002530     MOVE "F" TO WS-RUN-EVENTO.
002540     MOVE RETURN-CODE TO WS-RUN-RC.
002550     PERFORM 0950-GRAVA-RUNCTL.
002560*-----------------------------------------------------------------
002570 0950-GRAVA-RUNCTL.
002580     MOVE WS-RUN-PROGRAMA   TO RN-PROGRAMA.
002590     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
002600     MOVE ZEROS             TO RN-BIMESTRE.
002610     MOVE WS-DATA-FORMATADA TO RN-DATA.
002620     MOVE WS-HORA-FORMATADA TO RN-HORA.
002630     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
002640     MOVE WS-RUN-RC         TO RN-RETCODE.
002650     OPEN EXTEND RUNCTL-FILE.
002660     IF NOT RUNCTL-OK
002670        OPEN OUTPUT RUNCTL-FILE
002680     END-IF.
002690     IF RUNCTL-OK
002700        WRITE RUN-REC
002710        CLOSE RUNCTL-FILE
002720     ELSE
002730        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
002740                WS-RUNCTL-STATUS
002750     END-IF.
002760*-----------------------------------------------------------------
002770* LE O CARTAO RESTAURA E ACHA A GERACAO NO CATALOGO
002780*-----------------------------------------------------------------
002790 1000-INICIALIZA.
002800     DISPLAY "INICIO DO PROGRAMA22".
002810     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002820     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002830     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002840     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002850     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002860     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002870     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002880     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002890     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
002900     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
002910     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
002920     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
002930     OPEN INPUT RESTAU-FILE.
002940     IF NOT RESTAU-OK
002950        DISPLAY "RESTAURA NAO ENCONTRADO - STATUS "
002960                WS-RESTAU-STATUS
002970        MOVE "S" TO WS-ERRO-RESTAURA
002980        GO TO 1000-INICIALIZA-EXIT
002990     END-IF.
003000     READ RESTAU-FILE
003010         AT END
003020            DISPLAY "RESTAURA SEM CARTAO DE PEDIDO"
003030            MOVE "S" TO WS-ERRO-RESTAURA
003040     END-READ.
003050     CLOSE RESTAU-FILE.
003060     IF ERRO-RESTAURA
003070        GO TO 1000-INICIALIZA-EXIT
003080     END-IF.
003090     MOVE RQ-ARQUIVO TO WS-ARQUIVO.
003100     IF NOT ARQ-VALIDO
003110        DISPLAY "ARQUIVO " WS-ARQUIVO " SEM COPIA DE SEGURANCA"
003120                " PREVISTA - RESTAURACAO RECUSADA"
003130        MOVE "S" TO WS-ERRO-RESTAURA
003140        GO TO 1000-INICIALIZA-EXIT
003150     END-IF.
003160     IF RQ-GERACAO = SPACES
003170        MOVE ZEROS TO WS-GERACAO-PEDIDA
003180     ELSE
003190        IF RQ-GERACAO IS NOT NUMERIC
003200           DISPLAY "GERACAO " RQ-GERACAO " INVALIDA NO CARTAO"
003210                   " RESTAURA"
003220           MOVE "S" TO WS-ERRO-RESTAURA
003230           GO TO 1000-INICIALIZA-EXIT
003240        END-IF
003250        MOVE RQ-GERACAO TO WS-GERACAO-PEDIDA
003260     END-IF.
003270     OPEN INPUT CATCOP-FILE.
003280     IF NOT CATCOP-OK
003290        DISPLAY "CATCOPIAS NAO ENCONTRADO - STATUS "
003300                WS-CATCOP-STATUS
003310        MOVE "S" TO WS-ERRO-RESTAURA
003320        GO TO 1000-INICIALIZA-EXIT
003330     END-IF.
003340     MOVE "N" TO WS-FIM-ARQUIVO.
003350     PERFORM 1100-LE-CATALOGO THRU 1100-LE-CATALOGO-EXIT
003360         UNTIL FIM-ARQUIVO.
003370     CLOSE CATCOP-FILE.
003380     IF NOT CAT-ACHOU
003390        DISPLAY "GERACAO " WS-GERACAO-PEDIDA " DE " WS-ARQUIVO
003400                " NAO CONSTA DO CATALOGO CATCOPIAS"
003410        MOVE "S" TO WS-ERRO-RESTAURA
003420        GO TO 1000-INICIALIZA-EXIT
003430     END-IF.
003440     MOVE WCG-ANO-LETIVO TO WS-ANO-LETIVO.
003450     DISPLAY "RESTAURANDO " WS-ARQUIVO " GERACAO " WCG-GERACAO
003460             " DE " WCG-DATA " " WCG-HORA " (" WCG-PROGRAMA ")".
003470 1000-INICIALIZA-EXIT. EXIT.
003480*-----------------------------------------------------------------
003490* GERACAO ZERO: FICA A ULTIMA DO ARQUIVO; SENAO, A PEDIDA.
003500*-----------------------------------------------------------------
003510 1100-LE-CATALOGO.
003520     READ CATCOP-FILE
003530         AT END
003540            MOVE "S" TO WS-FIM-ARQUIVO
003550            GO TO 1100-LE-CATALOGO-EXIT
003560     END-READ.
003570     IF NOT CATCOP-OK
003580        DISPLAY "ERRO NA LEITURA DE CATCOPIAS - STATUS "
003590                WS-CATCOP-STATUS
003600        MOVE "S" TO WS-FIM-ARQUIVO
003610        GO TO 1100-LE-CATALOGO-EXIT
003620     END-IF.
003630     IF CB-ARQUIVO NOT = WS-ARQUIVO
003640        GO TO 1100-LE-CATALOGO-EXIT
003650     END-IF.
003660     IF WS-GERACAO-PEDIDA = ZEROS
003670        IF NOT CAT-ACHOU OR CB-GERACAO > WCG-GERACAO
003680           MOVE CATCOP-REC TO WS-CAT-GERACAO
003690           MOVE "S" TO WS-CAT-ACHOU
003700        END-IF
003710     ELSE
003720        IF CB-GERACAO = WS-GERACAO-PEDIDA
003730           MOVE CATCOP-REC TO WS-CAT-GERACAO
003740           MOVE "S" TO WS-CAT-ACHOU
003750        END-IF
003760     END-IF.
003770 1100-LE-CATALOGO-EXIT. EXIT.
003780*-----------------------------------------------------------------
003790* SEPARA A GERACAO DO DEPOSITO NO RESTWK, CONTANDO E SOMANDO, E
003800* CONFERE COM O CATALOGO. NADA E REGRAVADO SE NAO BATER.
003810*-----------------------------------------------------------------
003820 2000-CONFERE-GERACAO.
003830     OPEN INPUT COPIA-FILE.
003840     IF NOT COPIA-OK
003850        DISPLAY "DEPOSITO COPIAS NAO ENCONTRADO - STATUS "
003860                WS-COPIA-STATUS
003870        MOVE "S" TO WS-ERRO-RESTAURA
003880        GO TO 2000-CONFERE-GERACAO-EXIT
003890     END-IF.
003900     OPEN OUTPUT RESTWK-FILE.
003910     IF NOT RESTWK-OK
003920        DISPLAY "ERRO AO ABRIR RESTWK - STATUS "
003930                WS-RESTWK-STATUS
003940        MOVE "S" TO WS-ERRO-RESTAURA
003950        CLOSE COPIA-FILE
003960        GO TO 2000-CONFERE-GERACAO-EXIT
003970     END-IF.
003980     MOVE "N" TO WS-FIM-ARQUIVO.
003990     PERFORM 2100-LE-DEPOSITO THRU 2100-LE-DEPOSITO-EXIT
004000         UNTIL FIM-ARQUIVO.
004010     CLOSE COPIA-FILE.
004020     CLOSE RESTWK-FILE.
004030     IF ERRO-RESTAURA
004040        GO TO 2000-CONFERE-GERACAO-EXIT
004050     END-IF.
004060     MOVE WS-TOTAL-NOTAS  TO WS-TOTAL-EDIT.
004070     MOVE WCG-TOTAL-NOTAS TO WS-CATAL-EDIT.
004080     DISPLAY "CATALOGO.: " WCG-QTD-REG " REGISTROS - TOTAL "
004090             WS-CATAL-EDIT.
004100     DISPLAY "DEPOSITO.: " WS-QTD-REG " REGISTROS - TOTAL "
004110             WS-TOTAL-EDIT.
004120     IF WS-QTD-REG NOT = WCG-QTD-REG
004130        OR WS-TOTAL-NOTAS NOT = WCG-TOTAL-NOTAS
004140        DISPLAY "GERACAO NAO CONFERE COM O CATALOGO (DESCARTADA"
004150                " PELA RETENCAO OU DEPOSITO DANIFICADO) -"
004160                " RESTAURACAO RECUSADA"
004170        MOVE "S" TO WS-ERRO-RESTAURA
004180     END-IF.
004190 2000-CONFERE-GERACAO-EXIT. EXIT.
004200*-----------------------------------------------------------------
004210 2100-LE-DEPOSITO.
004220     READ COPIA-FILE
004230         AT END
004240            MOVE "S" TO WS-FIM-ARQUIVO
004250            GO TO 2100-LE-DEPOSITO-EXIT
004260     END-READ.
004270     IF NOT COPIA-OK
004280        DISPLAY "ERRO NA LEITURA DE COPIAS - STATUS "
004290                WS-COPIA-STATUS
004300        MOVE "S" TO WS-ERRO-RESTAURA
004310        MOVE "S" TO WS-FIM-ARQUIVO
004320        GO TO 2100-LE-DEPOSITO-EXIT
004330     END-IF.
004340     IF CP-ARQUIVO NOT = WS-ARQUIVO
004350        OR CP-GERACAO NOT = WCG-GERACAO
004360        GO TO 2100-LE-DEPOSITO-EXIT
004370     END-IF.
004380     MOVE CP-REGISTRO TO CT-REGISTRO.
004390     PERFORM 6000-SOMA-TOTAL.
004400     WRITE RESTWK-REC FROM CT-REGISTRO.
004410 2100-LE-DEPOSITO-EXIT. EXIT.
004420*-----------------------------------------------------------------
004430* COPIA DO MESTRE ATUAL ANTES DE REGRAVA-LO: A RESTAURACAO ERRADA
004440* TAMBEM SE DESFAZ PELO PROGRAMA22. SEM ESSA COPIA, NAO RESTAURA.
004450*-----------------------------------------------------------------
004460 3000-COPIA-ATUAL.
004470     MOVE WS-ARQUIVO    TO CQ-ARQUIVO.
004480     MOVE "PROGRAMA22"  TO CQ-PROGRAMA.
004490     MOVE WS-ANO-LETIVO TO CQ-ANO-LETIVO.
004500     CALL "PROGRAMA21" USING COPIA-PEDIDO.
004510     IF CQ-COPIA-FALHOU
004520        DISPLAY "SEM COPIA DO " WS-ARQUIVO " ATUAL - "
004530                "RESTAURACAO RECUSADA"
004540        MOVE "S" TO WS-ERRO-RESTAURA
004550     END-IF.
004560 3000-COPIA-ATUAL-EXIT. EXIT.
004570*-----------------------------------------------------------------
004580* REGRAVA O MESTRE COM OS REGISTROS DA GERACAO CONFERIDA
004590*-----------------------------------------------------------------
004600 4000-RESTAURA-MESTRE.
004610     OPEN INPUT RESTWK-FILE.
004620     IF NOT RESTWK-OK
004630        DISPLAY "ERRO AO REABRIR RESTWK - STATUS "
004640                WS-RESTWK-STATUS
004650        MOVE "S" TO WS-ERRO-RESTAURA
004660        GO TO 4000-RESTAURA-MESTRE-EXIT
004670     END-IF.
004680     EVALUATE TRUE
004690        WHEN ARQ-HISTBIM
004700           OPEN OUTPUT HIST-FILE
004710        WHEN ARQ-MATRANUAL
004720           OPEN OUTPUT MATAN-FILE
004730        WHEN ARQ-MATFINAL
004740           OPEN OUTPUT MATFIN-FILE
004750        WHEN ARQ-CADASTRO
004760           OPEN OUTPUT CAD-FILE
004770        WHEN ARQ-ALUNOS
004780           OPEN OUTPUT ALUNO-FILE
004790        WHEN ARQ-ARQANUAL
004800           OPEN OUTPUT ARQ-FILE
004810     END-EVALUATE.
004820     IF NOT MESTRE-OK
004830        DISPLAY "ERRO AO ABRIR " WS-ARQUIVO " - STATUS "
004840                WS-MESTRE-STATUS " - MESTRE NAO TOCADO"
004850        MOVE "S" TO WS-ERRO-RESTAURA
004860        CLOSE RESTWK-FILE
004870        GO TO 4000-RESTAURA-MESTRE-EXIT
004880     END-IF.
004890     MOVE "S" TO WS-MESTRE-REGRAVADO.
004900     MOVE "N" TO WS-FIM-ARQUIVO.
004910     PERFORM 4100-GRAVA-MESTRE THRU 4100-GRAVA-MESTRE-EXIT
004920         UNTIL FIM-ARQUIVO.
004930     CLOSE RESTWK-FILE.
004940     EVALUATE TRUE
004950        WHEN ARQ-HISTBIM
004960           CLOSE HIST-FILE
004970        WHEN ARQ-MATRANUAL
004980           CLOSE MATAN-FILE
004990        WHEN ARQ-MATFINAL
005000           CLOSE MATFIN-FILE
005010        WHEN ARQ-CADASTRO
005020           CLOSE CAD-FILE
005030        WHEN ARQ-ALUNOS
005040           CLOSE ALUNO-FILE
005050        WHEN ARQ-ARQANUAL
005060           CLOSE ARQ-FILE
005070     END-EVALUATE.
005080     IF WS-QTD-GRAVADOS NOT = WCG-QTD-REG
005090        DISPLAY "REGRAVADOS " WS-QTD-GRAVADOS " DE "
005100                WCG-QTD-REG " REGISTROS - " WS-ARQUIVO
005110                " INCOMPLETO, REPITA A RESTAURACAO"
005120        MOVE "S" TO WS-ERRO-RESTAURA
005130     END-IF.
005140 4000-RESTAURA-MESTRE-EXIT. EXIT.
005150*-----------------------------------------------------------------
005160 4100-GRAVA-MESTRE.
005170     READ RESTWK-FILE INTO CT-REGISTRO
005180         AT END
005190            MOVE "S" TO WS-FIM-ARQUIVO
005200            GO TO 4100-GRAVA-MESTRE-EXIT
005210     END-READ.
005220     IF NOT RESTWK-OK
005230        DISPLAY "ERRO NA LEITURA DE RESTWK - STATUS "
005240                WS-RESTWK-STATUS
005250        MOVE "S" TO WS-FIM-ARQUIVO
005260        GO TO 4100-GRAVA-MESTRE-EXIT
005270     END-IF.
005280     EVALUATE TRUE
005290        WHEN ARQ-HISTBIM
005300           WRITE HIST-REC FROM CT-REGISTRO
005310        WHEN ARQ-MATRANUAL
005320           WRITE MATAN-REC FROM CT-REGISTRO
005330        WHEN ARQ-MATFINAL
005340           WRITE MATFIN-REC FROM CT-REGISTRO
005350        WHEN ARQ-CADASTRO
005360           WRITE CAD-REC FROM CT-REGISTRO
005370        WHEN ARQ-ALUNOS
005380           WRITE ALUNO-REC FROM CT-REGISTRO
005390        WHEN ARQ-ARQANUAL
005400           WRITE ARQ-REC FROM CT-REGISTRO
005410     END-EVALUATE.
005420     IF NOT MESTRE-OK
005430        DISPLAY "ERRO NA GRAVACAO DE " WS-ARQUIVO " - STATUS "
005440                WS-MESTRE-STATUS
005450        MOVE "S" TO WS-FIM-ARQUIVO
005460        GO TO 4100-GRAVA-MESTRE-EXIT
005470     END-IF.
005480     ADD 1 TO WS-QTD-GRAVADOS.
005490 4100-GRAVA-MESTRE-EXIT. EXIT.
005500*-----------------------------------------------------------------
005510* TOTAL DE CONTROLE: SOMA OS CAMPOS DE NOTA DO REGISTRO (A SOMA
005520* DAS MATRICULAS NO CADASTRO). MESMA REGRA DO PROGRAMA21.
005530*-----------------------------------------------------------------
005540 6000-SOMA-TOTAL.
005550     ADD 1 TO WS-QTD-REG.
005560     EVALUATE TRUE
005570        WHEN ARQ-HISTBIM
005580           IF CT-REGISTRO (39:15) IS NUMERIC
005590              ADD CTH-N1 CTH-N2 CTH-N3 CTH-N4 CTH-MEDIA-BIM
005600                  TO WS-TOTAL-NOTAS
005610           END-IF
005620        WHEN ARQ-MATRANUAL
005630           IF CTA-MEDIA-ANUAL IS NUMERIC
005640              ADD CTA-MEDIA-ANUAL TO WS-TOTAL-NOTAS
005650           END-IF
005660        WHEN ARQ-MATFINAL
005670           IF CT-REGISTRO (25:9) IS NUMERIC
005680              ADD CTF-MEDIA-ANUAL CTF-NOTA-RECUP CTF-MEDIA-FINAL
005690                  TO WS-TOTAL-NOTAS
005700           END-IF
005710        WHEN ARQ-CADASTRO
005720           IF CTC-MATRICULA IS NUMERIC
005730              ADD CTC-MATRICULA TO WS-TOTAL-NOTAS
005740           END-IF
005750        WHEN ARQ-ALUNOS
005760           IF CT-REGISTRO (34:12) IS NUMERIC
005770              ADD CTL-N1 CTL-N2 CTL-N3 CTL-N4 TO WS-TOTAL-NOTAS
005780           END-IF
005790        WHEN ARQ-ARQANUAL
005800           PERFORM 6100-SOMA-ARQANUAL
005810     END-EVALUATE.
005820*-----------------------------------------------------------------
005830 6100-SOMA-ARQANUAL.
005840     EVALUATE CTQ-TIPO
005850        WHEN "H"
005860           IF CT-REGISTRO (42:15) IS NUMERIC
005870              ADD CTQH-N1 CTQH-N2 CTQH-N3 CTQH-N4 CTQH-MEDIA-BIM
005880                  TO WS-TOTAL-NOTAS
005890           END-IF
005900        WHEN "A"
005910           IF CTQA-MEDIA-ANUAL IS NUMERIC
005920              ADD CTQA-MEDIA-ANUAL TO WS-TOTAL-NOTAS
005930           END-IF
005940        WHEN "R"
005950           IF CTQR-NOTA-RECUP IS NUMERIC
005960              ADD CTQR-NOTA-RECUP TO WS-TOTAL-NOTAS
005970           END-IF
005980     END-EVALUATE.
005990*-----------------------------------------------------------------
006000 7000-GRAVA-AUDITORIA.
006010     MOVE WS-DATA-FORMATADA TO WA-DATA.
006020     MOVE WS-HORA-FORMATADA TO WA-HORA.
006030     MOVE WS-ARQUIVO        TO WA-ARQUIVO.
006040     MOVE WCG-GERACAO       TO WA-GERACAO.
006050     MOVE WS-QTD-GRAVADOS   TO WA-QTD-REG.
006060     MOVE WS-ANO-LETIVO     TO WA-ANO-LETIVO.
006070     OPEN EXTEND AUDIT-FILE.
006080     IF NOT AUDIT-OK
006090        OPEN OUTPUT AUDIT-FILE
006100     END-IF.
006110     IF AUDIT-OK
006120        WRITE AU-LINHA FROM WS-AUDIT-LINHA
006130        CLOSE AUDIT-FILE
006140     ELSE
006150        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
006160                WS-AUDIT-STATUS
006170     END-IF.
006180*-----------------------------------------------------------------
006190* O MESTRE VOLTOU NO TEMPO: A CONCLUSAO DO PROGRAMA QUE O
006200* PRODUZ DEIXA DE VALER PARA A CONFERENCIA DA PARTIDA DOS
006210* SEGUINTES (PROGRAMA02, 03, 06 E 14) ATE ELE RODAR DE NOVO.
006220* CADASTRO, ALUNOS E ARQANUAL NAO SAO EXIGIDOS POR NENHUMA
006230* CONFERENCIA DO RUNCTL.
006240*-----------------------------------------------------------------
006250 7100-INVALIDA-PRODUTOR.
006260     EVALUATE TRUE
006270        WHEN ARQ-HISTBIM
006280           MOVE "PROGRAMA04" TO WS-RUN-PROGRAMA
006290        WHEN ARQ-MATRANUAL
006300           MOVE "PROGRAMA02" TO WS-RUN-PROGRAMA
006310        WHEN ARQ-MATFINAL
006320           MOVE "PROGRAMA03" TO WS-RUN-PROGRAMA
006330     END-EVALUATE.
006340     IF WS-RUN-PROGRAMA NOT = "PROGRAMA22"
006350        MOVE "R" TO WS-RUN-EVENTO
006360        MOVE ZEROS TO WS-RUN-RC
006370        PERFORM 0950-GRAVA-RUNCTL
006380        DISPLAY "CONCLUSAO DO " WS-RUN-PROGRAMA " NO ANO "
006390                WS-ANO-LETIVO " ANULADA NO RUNCTL - RODE-O"
006400                " DE NOVO ANTES DE SEGUIR A CADEIA"
006410        MOVE "PROGRAMA22" TO WS-RUN-PROGRAMA
006420     END-IF.
006430*-----------------------------------------------------------------
006440 8000-FINALIZA.
006450     IF ERRO-RESTAURA
006460        MOVE 8 TO RETURN-CODE
006470        DISPLAY "RESTAURACAO NAO CONCLUIDA - RETURN-CODE 8"
006480     ELSE
006490        DISPLAY WS-ARQUIVO " RESTAURADO DA GERACAO " WCG-GERACAO
006500                " - " WS-QTD-GRAVADOS " REGISTROS"
006510     END-IF.
006520     DISPLAY "FIM DO PROGRAMA22".
006530*-----------------------------------------------------------------
006540 END PROGRAM PROGRAMA22.
