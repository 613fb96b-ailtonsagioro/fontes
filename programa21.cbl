000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    COPIA DE SEGURANCA GERACIONAL DOS ARQUIVOS MESTRES
000070*             REGRAVADOS NO LUGAR (HISTBIM, MATRANUAL, MATFINAL,
000080*             CADASTRO, ALUNOS E ARQANUAL). SUBPROGRAMA CHAMADO
000090*             (CALL "PROGRAMA21" USING COPIA-PEDIDO) PELO
000100*             PROGRAMA09, PELO PROGRAMA06, PELO PROGRAMA10 E PELO
000110*             PROGRAMA19 ANTES DE REGRAVAREM OS MESTRES, E PELO
000120*             PROGRAMA22 ANTES DE UMA RESTAURACAO. CADA CHAMADA
000130*             TIRA UMA NOVA GERACAO NUMERADA DO ARQUIVO PEDIDO NO
000140*             DEPOSITO COPIAS, DESCARTA AS GERACOES QUE PASSAM DA
000150*             RETENCAO DO BARALHO GERACOES (DEFAULT 3) E
000160*             ACRESCENTA AO CATALOGO CATCOPIAS A LINHA DA GERACAO
000170*             COM A QUANTIDADE DE REGISTROS E O TOTAL DE CONTROLE
000180*             DOS CAMPOS DE NOTA. O DEPOSITO E REMONTADO NO
000190*             ARQUIVO DE TRABALHO COPIASWK E SO DEVOLVIDO SE A
000200*             COPIA INTEIRA DEU CERTO: UMA FALHA ANTES DA
000210*             DEVOLUCAO DEIXA O DEPOSITO COMO ESTAVA, E QUALQUER
000220*             FALHA DEVOLVE RETORNO 08 A QUEM CHAMOU.
000230* TECTONICS.  cobc -m programa21.cbl
000240*
000250* MODIFICATION HISTORY.
000260*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000270*   2026-10-15 JAS  SO O STATUS 35 CONTA COMO DEPOSITO AINDA NAO
000280*                   CRIADO; OUTRO ERRO NA ABERTURA DO COPIAS
000290*                   RECUSA A COPIA. CONFERE A GRAVACAO DO COPIAS
000300*                   E DO CATALOGO E, SE A FALHA VIER DEPOIS DE
000310*                   REABERTO O COPIAS, AVISA QUE O DEPOSITO TEM
000320*                   DE SER RESTAURADO DO COPIASWK.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROGRAMA21.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HIST-FILE ASSIGN TO HISTBIM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MESTRE-STATUS.
000420     SELECT MATAN-FILE ASSIGN TO MATRANUAL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MESTRE-STATUS.
000450     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MESTRE-STATUS.
000480     SELECT CAD-FILE ASSIGN TO CADASTRO
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CD-MATRICULA
000520         FILE STATUS IS WS-MESTRE-STATUS.
000530     SELECT ALUNO-FILE ASSIGN TO ALUNOS
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS AR-CHAVE
000570         FILE STATUS IS WS-MESTRE-STATUS.
000580     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MESTRE-STATUS.
000610     SELECT COPIA-FILE ASSIGN TO COPIAS
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-COPIA-STATUS.
000640     SELECT COPWK-FILE ASSIGN TO COPIASWK
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-COPWK-STATUS.
000670     SELECT CATCOP-FILE ASSIGN TO CATCOPIAS
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CATCOP-STATUS.
000700     SELECT GERAC-FILE ASSIGN TO GERACOES
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GERAC-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HIST-FILE
000760     RECORD CONTAINS 55 CHARACTERS.
000770     COPY HISTREC.
000780 FD  MATAN-FILE
000790     RECORD CONTAINS 35 CHARACTERS.
000800     COPY MATANOREC.
000810 FD  MATFIN-FILE
000820     RECORD CONTAINS 40 CHARACTERS.
000830     COPY MATFINREC.
000840 FD  CAD-FILE
000850     RECORD CONTAINS 32 CHARACTERS.
000860     COPY CADREC.
000870 FD  ALUNO-FILE
000880     RECORD CONTAINS 47 CHARACTERS.
000890     COPY ALUNOREC.
000900 FD  ARQ-FILE
000910     RECORD CONTAINS 56 CHARACTERS.
000920     COPY ARQREC.
000930 FD  COPIA-FILE
000940     RECORD CONTAINS 70 CHARACTERS.
000950     COPY COPIAREC.
000960 FD  COPWK-FILE
000970     RECORD CONTAINS 70 CHARACTERS.
000980 01  COPWK-REC             PIC X(70).
000990 FD  CATCOP-FILE
001000     RECORD CONTAINS 63 CHARACTERS.
001010     COPY CATCOPREC.
001020 FD  GERAC-FILE
001030     RECORD CONTAINS 12 CHARACTERS.
001040     COPY GERACREC.
001050 WORKING-STORAGE SECTION.
001060*-----------------------------------------------------------------
001070* CHAVES E CONTADORES DE CONTROLE. O SUBPROGRAMA FICA CARREGADO
001080* ENTRE UMA CHAMADA E OUTRA: TUDO E REINICIADO NA 1000.
001090*-----------------------------------------------------------------
001100 77  WS-MESTRE-STATUS      PIC X(02) VALUE "00".
001110     88  MESTRE-OK                   VALUE "00".
001120     88  MESTRE-AUSENTE              VALUE "35".
001130 77  WS-COPIA-STATUS       PIC X(02) VALUE "00".
001140     88  COPIA-OK                    VALUE "00".
001150 77  WS-COPWK-STATUS       PIC X(02) VALUE "00".
001160     88  COPWK-OK                    VALUE "00".
001170 77  WS-CATCOP-STATUS      PIC X(02) VALUE "00".
001180     88  CATCOP-OK                   VALUE "00".
001190 77  WS-GERAC-STATUS       PIC X(02) VALUE "00".
001200     88  GERAC-OK                    VALUE "00".
001210 77  WS-ERRO-COPIA         PIC X(01) VALUE "N".
001220     88  ERRO-COPIA                  VALUE "S".
001230 77  WS-SEM-MESTRE         PIC X(01) VALUE "N".
001240     88  SEM-MESTRE                  VALUE "S".
001250 77  WS-MESTRE-ABERTO      PIC X(01) VALUE "N".
001260     88  MESTRE-ABERTO               VALUE "S".
001270 77  WS-DEPOSITO-TOCADO    PIC X(01) VALUE "N".
001280     88  DEPOSITO-TOCADO             VALUE "S".
001290 77  WS-DEPOSITO-DEVOLVIDO PIC X(01) VALUE "N".
001300     88  DEPOSITO-DEVOLVIDO          VALUE "S".
001310 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001320     88  FIM-ARQUIVO                 VALUE "S".
001330 77  WS-ARQUIVO            PIC X(10) VALUE SPACES.
001340     88  ARQ-HISTBIM                 VALUE "HISTBIM".
001350     88  ARQ-MATRANUAL               VALUE "MATRANUAL".
001360     88  ARQ-MATFINAL                VALUE "MATFINAL".
001370     88  ARQ-CADASTRO                VALUE "CADASTRO".
001380     88  ARQ-ALUNOS                  VALUE "ALUNOS".
001390     88  ARQ-ARQANUAL                VALUE "ARQANUAL".
001400     88  ARQ-VALIDO                  VALUE "HISTBIM"
001410                                           "MATRANUAL"
001420                                           "MATFINAL"
001430                                           "CADASTRO"
001440                                           "ALUNOS"
001450                                           "ARQANUAL".
001460*-----------------------------------------------------------------
001470* GERACAO A TIRAR E RETENCAO: A NOVA GERACAO E A ULTIMA DO
001480* CATALOGO MAIS UM; FICAM NO DEPOSITO AS GERACOES ACIMA DE
001490* (NOVA - RETENCAO), A NOVA INCLUSIVE.
001500*-----------------------------------------------------------------
001510 77  WS-RETENCAO           PIC 9(02) VALUE 03.
001520 77  WS-GERACAO            PIC 9(04) VALUE ZEROS.
001530 77  WS-GERACAO-LIMITE     PIC S9(05) VALUE ZEROS.
001540 77  WS-QTD-REG            PIC 9(07) VALUE ZEROS.
001550 77  WS-QTD-DESCARTADOS    PIC 9(07) VALUE ZEROS.
001560 77  WS-QTD-MANTIDOS       PIC 9(07) VALUE ZEROS.
001570 77  WS-TOTAL-NOTAS        PIC 9(09)V9(01) VALUE ZEROS.
001580*-----------------------------------------------------------------
001590* REGISTRO DO MESTRE E SUAS VISOES DOS CAMPOS DE NOTA
001600*-----------------------------------------------------------------
001610     COPY COPIATOT.
001620*-----------------------------------------------------------------
001630* DATA E HORA DO SISTEMA, PARA O CATALOGO
001640*-----------------------------------------------------------------
001650 01  WS-DATA-AAAAMMDD.
001660     05  WS-DATA-AAAA      PIC 9(04).
001670     05  WS-DATA-MM        PIC 9(02).
001680     05  WS-DATA-DD        PIC 9(02).
001690 01  WS-DATA-FORMATADA     PIC X(10).
001700 01  WS-HORA-HHMMSSCC.
001710     05  WS-HORA-HH        PIC 9(02).
001720     05  WS-HORA-MM        PIC 9(02).
001730     05  WS-HORA-SS        PIC 9(02).
001740     05  WS-HORA-CC        PIC 9(02).
001750 01  WS-HORA-FORMATADA     PIC X(08).
001760 LINKAGE SECTION.
001770     COPY COPIAPED.
001780 PROCEDURE DIVISION USING COPIA-PEDIDO.
001790*-----------------------------------------------------------------
001800 0000-MAINLINE.
001810     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001820     IF NOT ERRO-COPIA AND NOT SEM-MESTRE
001830        PERFORM 2000-PODA-DEPOSITO THRU 2000-PODA-DEPOSITO-EXIT
001840     END-IF.
001850     IF NOT ERRO-COPIA AND NOT SEM-MESTRE
001860        PERFORM 3000-COPIA-MESTRE THRU 3000-COPIA-MESTRE-EXIT
001870     END-IF.
001880     IF MESTRE-ABERTO
001890        PERFORM 3900-FECHA-MESTRE
001900     END-IF.
001910     IF NOT ERRO-COPIA AND NOT SEM-MESTRE
001920        PERFORM 4000-DEVOLVE-DEPOSITO THRU
001930            4000-DEVOLVE-DEPOSITO-EXIT
001940     END-IF.
001950     IF NOT ERRO-COPIA AND NOT SEM-MESTRE
001960        PERFORM 5000-GRAVA-CATALOGO THRU
001970            5000-GRAVA-CATALOGO-EXIT
001980     END-IF.
001990     PERFORM 8000-FINALIZA.
002000     GOBACK.
002010*-----------------------------------------------------------------
002020* CRITICA O PEDIDO, ACHA A RETENCAO DO ARQUIVO E A PROXIMA
002030* GERACAO NO CATALOGO E ABRE O ARQUIVO MESTRE.
002040*-----------------------------------------------------------------
002050 1000-INICIALIZA.
002060     MOVE "N" TO WS-ERRO-COPIA.
002070     MOVE "N" TO WS-SEM-MESTRE.
002080     MOVE "N" TO WS-MESTRE-ABERTO.
002090     MOVE "N" TO WS-DEPOSITO-TOCADO.
002100     MOVE "N" TO WS-DEPOSITO-DEVOLVIDO.
002110     MOVE 03 TO WS-RETENCAO.
002120     MOVE ZEROS TO WS-GERACAO WS-QTD-REG WS-QTD-DESCARTADOS
002130                   WS-QTD-MANTIDOS WS-TOTAL-NOTAS.
002140     MOVE ZEROS TO CQ-GERACAO CQ-QTD-REG CQ-TOTAL-NOTAS.
002150     MOVE CQ-ARQUIVO TO WS-ARQUIVO.
002160     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002170     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002180     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002190     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002200     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002210     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002220     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002230     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002240     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
002250     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
002260     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
002270     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
002280     IF NOT ARQ-VALIDO
002290        DISPLAY "PROGRAMA21: ARQUIVO " WS-ARQUIVO
002300                " SEM COPIA DE SEGURANCA PREVISTA"
002310        MOVE "S" TO WS-ERRO-COPIA
002320        GO TO 1000-INICIALIZA-EXIT
002330     END-IF.
002340     PERFORM 1050-LE-RETENCAO THRU 1050-LE-RETENCAO-EXIT.
002350     PERFORM 1070-LE-CATALOGO THRU 1070-LE-CATALOGO-EXIT.
002360     IF ERRO-COPIA
002370        GO TO 1000-INICIALIZA-EXIT
002380     END-IF.
002390     IF WS-GERACAO = 9999
002400        DISPLAY "PROGRAMA21: GERACOES DE " WS-ARQUIVO
002410                " ESGOTADAS (9999) NO CATALOGO"
002420        MOVE "S" TO WS-ERRO-COPIA
002430        GO TO 1000-INICIALIZA-EXIT
002440     END-IF.
002450     ADD 1 TO WS-GERACAO.
002460     COMPUTE WS-GERACAO-LIMITE = WS-GERACAO - WS-RETENCAO.
002470     PERFORM 1100-ABRE-MESTRE.
002480     IF MESTRE-AUSENTE
002490        DISPLAY "PROGRAMA21: " WS-ARQUIVO
002500                " NAO EXISTE - NADA A COPIAR"
002510        MOVE "S" TO WS-SEM-MESTRE
002520        GO TO 1000-INICIALIZA-EXIT
002530     END-IF.
002540     IF NOT MESTRE-OK
002550        DISPLAY "PROGRAMA21: ERRO AO ABRIR " WS-ARQUIVO
002560                " - STATUS " WS-MESTRE-STATUS
002570        MOVE "S" TO WS-ERRO-COPIA
002580        GO TO 1000-INICIALIZA-EXIT
002590     END-IF.
002600     MOVE "S" TO WS-MESTRE-ABERTO.
002610 1000-INICIALIZA-EXIT. EXIT.
002620*-----------------------------------------------------------------
002630 1050-LE-RETENCAO.
002640     OPEN INPUT GERAC-FILE.
002650     IF NOT GERAC-OK
002660        GO TO 1050-LE-RETENCAO-EXIT
002670     END-IF.
002680     MOVE "N" TO WS-FIM-ARQUIVO.
002690     PERFORM 1055-LE-GERACAO THRU 1055-LE-GERACAO-EXIT
002700         UNTIL FIM-ARQUIVO.
002710     CLOSE GERAC-FILE.
002720 1050-LE-RETENCAO-EXIT. EXIT.
002730*-----------------------------------------------------------------
002740 1055-LE-GERACAO.
002750     READ GERAC-FILE
002760         AT END
002770            MOVE "S" TO WS-FIM-ARQUIVO
002780            GO TO 1055-LE-GERACAO-EXIT
002790     END-READ.
002800     IF GR-ARQUIVO = WS-ARQUIVO
002810        AND GR-RETENCAO IS NUMERIC AND GR-RETENCAO > ZEROS
002820        MOVE GR-RETENCAO TO WS-RETENCAO
002830     END-IF.
002840 1055-LE-GERACAO-EXIT. EXIT.
002850*-----------------------------------------------------------------
002860 1070-LE-CATALOGO.
002870     OPEN INPUT CATCOP-FILE.
002880     IF NOT CATCOP-OK
002890        GO TO 1070-LE-CATALOGO-EXIT
002900     END-IF.
002910     MOVE "N" TO WS-FIM-ARQUIVO.
002920     PERFORM 1075-LE-CATCOP THRU 1075-LE-CATCOP-EXIT
002930         UNTIL FIM-ARQUIVO.
002940     CLOSE CATCOP-FILE.
002950 1070-LE-CATALOGO-EXIT. EXIT.
002960*-----------------------------------------------------------------
002970 1075-LE-CATCOP.
002980     READ CATCOP-FILE
002990         AT END
003000            MOVE "S" TO WS-FIM-ARQUIVO
003010            GO TO 1075-LE-CATCOP-EXIT
003020     END-READ.
003030     IF NOT CATCOP-OK
003040        DISPLAY "PROGRAMA21: ERRO NA LEITURA DE CATCOPIAS - "
003050                "STATUS " WS-CATCOP-STATUS
003060        MOVE "S" TO WS-ERRO-COPIA
003070        MOVE "S" TO WS-FIM-ARQUIVO
003080        GO TO 1075-LE-CATCOP-EXIT
003090     END-IF.
003100     IF CB-ARQUIVO = WS-ARQUIVO AND CB-GERACAO IS NUMERIC
003110        AND CB-GERACAO > WS-GERACAO
003120        MOVE CB-GERACAO TO WS-GERACAO
003130     END-IF.
003140 1075-LE-CATCOP-EXIT. EXIT.
003150*-----------------------------------------------------------------
003160 1100-ABRE-MESTRE.
003170     EVALUATE TRUE
003180        WHEN ARQ-HISTBIM
003190           OPEN INPUT HIST-FILE
003200        WHEN ARQ-MATRANUAL
003210           OPEN INPUT MATAN-FILE
003220        WHEN ARQ-MATFINAL
003230           OPEN INPUT MATFIN-FILE
003240        WHEN ARQ-CADASTRO
003250           OPEN INPUT CAD-FILE
003260        WHEN ARQ-ALUNOS
003270           OPEN INPUT ALUNO-FILE
003280        WHEN ARQ-ARQANUAL
003290           OPEN INPUT ARQ-FILE
003300     END-EVALUATE.
003310*-----------------------------------------------------------------
003320* REMONTA O DEPOSITO NO COPIASWK SEM AS GERACOES DESTE ARQUIVO
003330* QUE SAEM PELA RETENCAO. AS DOS OUTROS ARQUIVOS PASSAM INTACTAS.
003340*-----------------------------------------------------------------
003350 2000-PODA-DEPOSITO.
003360     OPEN OUTPUT COPWK-FILE.
003370     IF NOT COPWK-OK
003380        DISPLAY "PROGRAMA21: ERRO AO ABRIR COPIASWK - STATUS "
003390                WS-COPWK-STATUS
003400        MOVE "S" TO WS-ERRO-COPIA
003410        GO TO 2000-PODA-DEPOSITO-EXIT
003420     END-IF.
003430     OPEN INPUT COPIA-FILE.
003440     IF WS-COPIA-STATUS = "35"
003450        DISPLAY "PROGRAMA21: DEPOSITO COPIAS AINDA NAO EXISTE"
003460                " - SERA CRIADO"
003470        GO TO 2000-PODA-DEPOSITO-EXIT
003480     END-IF.
003490     IF NOT COPIA-OK
003500        DISPLAY "PROGRAMA21: ERRO AO ABRIR COPIAS - STATUS "
003510                WS-COPIA-STATUS
003520        MOVE "S" TO WS-ERRO-COPIA
003530        CLOSE COPWK-FILE
003540        GO TO 2000-PODA-DEPOSITO-EXIT
003550     END-IF.
003560     MOVE "N" TO WS-FIM-ARQUIVO.
003570     PERFORM 2100-LE-DEPOSITO THRU 2100-LE-DEPOSITO-EXIT
003580         UNTIL FIM-ARQUIVO.
003590     CLOSE COPIA-FILE.
003600     IF ERRO-COPIA
003610        CLOSE COPWK-FILE
003620     END-IF.
003630 2000-PODA-DEPOSITO-EXIT. EXIT.
003640*-----------------------------------------------------------------
003650 2100-LE-DEPOSITO.
003660     READ COPIA-FILE
003670         AT END
003680            MOVE "S" TO WS-FIM-ARQUIVO
003690            GO TO 2100-LE-DEPOSITO-EXIT
003700     END-READ.
003710     IF NOT COPIA-OK
003720        DISPLAY "PROGRAMA21: ERRO NA LEITURA DE COPIAS - STATUS "
003730                WS-COPIA-STATUS
003740        MOVE "S" TO WS-ERRO-COPIA
003750        MOVE "S" TO WS-FIM-ARQUIVO
003760        GO TO 2100-LE-DEPOSITO-EXIT
003770     END-IF.
003780     IF CP-ARQUIVO = WS-ARQUIVO
003790        AND CP-GERACAO NOT > WS-GERACAO-LIMITE
003800        ADD 1 TO WS-QTD-DESCARTADOS
003810        GO TO 2100-LE-DEPOSITO-EXIT
003820     END-IF.
003830     ADD 1 TO WS-QTD-MANTIDOS.
003840     WRITE COPWK-REC FROM COPIA-REC.
003850 2100-LE-DEPOSITO-EXIT. EXIT.
003860*-----------------------------------------------------------------
003870* COPIA O ARQUIVO MESTRE COMO NOVA GERACAO, CONTANDO OS
003880* REGISTROS E SOMANDO O TOTAL DE CONTROLE.
003890*-----------------------------------------------------------------
003900 3000-COPIA-MESTRE.
003910     MOVE "N" TO WS-FIM-ARQUIVO.
003920     PERFORM 3100-LE-MESTRE THRU 3100-LE-MESTRE-EXIT
003930         UNTIL FIM-ARQUIVO.
003940     CLOSE COPWK-FILE.
003950 3000-COPIA-MESTRE-EXIT. EXIT.
003960*-----------------------------------------------------------------
003970 3100-LE-MESTRE.
003980     MOVE SPACES TO CT-REGISTRO.
003990     EVALUATE TRUE
004000        WHEN ARQ-HISTBIM
004010           READ HIST-FILE INTO CT-REGISTRO
004020               AT END MOVE "S" TO WS-FIM-ARQUIVO
004030           END-READ
004040        WHEN ARQ-MATRANUAL
004050           READ MATAN-FILE INTO CT-REGISTRO
004060               AT END MOVE "S" TO WS-FIM-ARQUIVO
004070           END-READ
004080        WHEN ARQ-MATFINAL
004090           READ MATFIN-FILE INTO CT-REGISTRO
004100               AT END MOVE "S" TO WS-FIM-ARQUIVO
004110           END-READ
004120        WHEN ARQ-CADASTRO
004130           READ CAD-FILE INTO CT-REGISTRO
004140               AT END MOVE "S" TO WS-FIM-ARQUIVO
004150           END-READ
004160        WHEN ARQ-ALUNOS
004170           READ ALUNO-FILE INTO CT-REGISTRO
004180               AT END MOVE "S" TO WS-FIM-ARQUIVO
004190           END-READ
004200        WHEN ARQ-ARQANUAL
004210           READ ARQ-FILE INTO CT-REGISTRO
004220               AT END MOVE "S" TO WS-FIM-ARQUIVO
004230           END-READ
004240     END-EVALUATE.
004250     IF FIM-ARQUIVO
004260        GO TO 3100-LE-MESTRE-EXIT
004270     END-IF.
004280     IF NOT MESTRE-OK
004290        DISPLAY "PROGRAMA21: ERRO NA LEITURA DE " WS-ARQUIVO
004300                " - STATUS " WS-MESTRE-STATUS
004310        MOVE "S" TO WS-ERRO-COPIA
004320        MOVE "S" TO WS-FIM-ARQUIVO
004330        GO TO 3100-LE-MESTRE-EXIT
004340     END-IF.
004350     PERFORM 6000-SOMA-TOTAL.
004360     MOVE WS-ARQUIVO  TO CP-ARQUIVO.
004370     MOVE WS-GERACAO  TO CP-GERACAO.
004380     MOVE CT-REGISTRO TO CP-REGISTRO.
004390     WRITE COPWK-REC FROM COPIA-REC.
004400     IF NOT COPWK-OK
004410        DISPLAY "PROGRAMA21: ERRO NA GRAVACAO DE COPIASWK - "
004420                "STATUS " WS-COPWK-STATUS
004430        MOVE "S" TO WS-ERRO-COPIA
004440        MOVE "S" TO WS-FIM-ARQUIVO
004450     END-IF.
004460 3100-LE-MESTRE-EXIT. EXIT.
004470*-----------------------------------------------------------------
004480 3900-FECHA-MESTRE.
004490     EVALUATE TRUE
004500        WHEN ARQ-HISTBIM
004510           CLOSE HIST-FILE
004520        WHEN ARQ-MATRANUAL
004530           CLOSE MATAN-FILE
004540        WHEN ARQ-MATFINAL
004550           CLOSE MATFIN-FILE
004560        WHEN ARQ-CADASTRO
004570           CLOSE CAD-FILE
004580        WHEN ARQ-ALUNOS
004590           CLOSE ALUNO-FILE
004600        WHEN ARQ-ARQANUAL
004610           CLOSE ARQ-FILE
004620     END-EVALUATE.
004630     MOVE "N" TO WS-MESTRE-ABERTO.
004640*-----------------------------------------------------------------
004650* DEVOLVE O DEPOSITO REMONTADO DO COPIASWK PARA O COPIAS.
004660*-----------------------------------------------------------------
004670 4000-DEVOLVE-DEPOSITO.
004680     OPEN INPUT COPWK-FILE.
004690     IF NOT COPWK-OK
004700        DISPLAY "PROGRAMA21: ERRO AO REABRIR COPIASWK - STATUS "
004710                WS-COPWK-STATUS
004720        MOVE "S" TO WS-ERRO-COPIA
004730        GO TO 4000-DEVOLVE-DEPOSITO-EXIT
004740     END-IF.
004750     OPEN OUTPUT COPIA-FILE.
004760     IF NOT COPIA-OK
004770        DISPLAY "PROGRAMA21: ERRO AO ABRIR COPIAS - STATUS "
004780                WS-COPIA-STATUS
004790        MOVE "S" TO WS-ERRO-COPIA
004800        CLOSE COPWK-FILE
004810        GO TO 4000-DEVOLVE-DEPOSITO-EXIT
004820     END-IF.
004830     MOVE "S" TO WS-DEPOSITO-TOCADO.
004840     MOVE "N" TO WS-FIM-ARQUIVO.
004850     PERFORM 4100-DEVOLVE-REGISTRO THRU
004860         4100-DEVOLVE-REGISTRO-EXIT
004870         UNTIL FIM-ARQUIVO.
004880     CLOSE COPWK-FILE.
004890     CLOSE COPIA-FILE.
004900     IF NOT ERRO-COPIA
004910        MOVE "S" TO WS-DEPOSITO-DEVOLVIDO
004920     END-IF.
004930 4000-DEVOLVE-DEPOSITO-EXIT. EXIT.
004940*-----------------------------------------------------------------
004950 4100-DEVOLVE-REGISTRO.
004960     READ COPWK-FILE
004970         AT END
004980            MOVE "S" TO WS-FIM-ARQUIVO
004990            GO TO 4100-DEVOLVE-REGISTRO-EXIT
005000     END-READ.
005010     IF NOT COPWK-OK
005020        DISPLAY "PROGRAMA21: ERRO NA LEITURA DE COPIASWK - "
005030                "STATUS " WS-COPWK-STATUS
005040                " - DEVOLVA O COPIASWK AO COPIAS A MAO"
005050        MOVE "S" TO WS-ERRO-COPIA
005060        MOVE "S" TO WS-FIM-ARQUIVO
005070        GO TO 4100-DEVOLVE-REGISTRO-EXIT
005080     END-IF.
005090     WRITE COPIA-REC FROM COPWK-REC.
005100     IF NOT COPIA-OK
005110        DISPLAY "PROGRAMA21: ERRO NA GRAVACAO DE COPIAS - "
005120                "STATUS " WS-COPIA-STATUS
005130        MOVE "S" TO WS-ERRO-COPIA
005140        MOVE "S" TO WS-FIM-ARQUIVO
005150     END-IF.
005160 4100-DEVOLVE-REGISTRO-EXIT. EXIT.
005170*-----------------------------------------------------------------
005180 5000-GRAVA-CATALOGO.
005190     OPEN EXTEND CATCOP-FILE.
005200     IF NOT CATCOP-OK
005210        OPEN OUTPUT CATCOP-FILE
005220     END-IF.
005230     IF NOT CATCOP-OK
005240        DISPLAY "PROGRAMA21: ERRO AO ABRIR CATCOPIAS - STATUS "
005250                WS-CATCOP-STATUS
005260        MOVE "S" TO WS-ERRO-COPIA
005270        GO TO 5000-GRAVA-CATALOGO-EXIT
005280     END-IF.
005290     MOVE WS-ARQUIVO        TO CB-ARQUIVO.
005300     MOVE WS-GERACAO        TO CB-GERACAO.
005310     MOVE WS-DATA-FORMATADA TO CB-DATA.
005320     MOVE WS-HORA-FORMATADA TO CB-HORA.
005330     MOVE CQ-PROGRAMA       TO CB-PROGRAMA.
005340     MOVE CQ-ANO-LETIVO     TO CB-ANO-LETIVO.
005350     MOVE WS-QTD-REG        TO CB-QTD-REG.
005360     MOVE WS-TOTAL-NOTAS    TO CB-TOTAL-NOTAS.
005370     WRITE CATCOP-REC.
005380     IF NOT CATCOP-OK
005390        DISPLAY "PROGRAMA21: ERRO NA GRAVACAO DE CATCOPIAS - "
005400                "STATUS " WS-CATCOP-STATUS
005410        MOVE "S" TO WS-ERRO-COPIA
005420     END-IF.
005430     CLOSE CATCOP-FILE.
005440 5000-GRAVA-CATALOGO-EXIT. EXIT.
005450*-----------------------------------------------------------------
005460* TOTAL DE CONTROLE: SOMA OS CAMPOS DE NOTA DO REGISTRO (A SOMA
005470* DAS MATRICULAS NO CADASTRO). MESMA REGRA DO PROGRAMA22.
005480*-----------------------------------------------------------------
005490 6000-SOMA-TOTAL.
005500     ADD 1 TO WS-QTD-REG.
005510     EVALUATE TRUE
005520        WHEN ARQ-HISTBIM
005530           IF CT-REGISTRO (39:15) IS NUMERIC
005540              ADD CTH-N1 CTH-N2 CTH-N3 CTH-N4 CTH-MEDIA-BIM
005550                  TO WS-TOTAL-NOTAS
005560           END-IF
005570        WHEN ARQ-MATRANUAL
005580           IF CTA-MEDIA-ANUAL IS NUMERIC
005590              ADD CTA-MEDIA-ANUAL TO WS-TOTAL-NOTAS
005600           END-IF
005610        WHEN ARQ-MATFINAL
005620           IF CT-REGISTRO (25:9) IS NUMERIC
005630              ADD CTF-MEDIA-ANUAL CTF-NOTA-RECUP CTF-MEDIA-FINAL
005640                  TO WS-TOTAL-NOTAS
005650           END-IF
005660        WHEN ARQ-CADASTRO
005670           IF CTC-MATRICULA IS NUMERIC
005680              ADD CTC-MATRICULA TO WS-TOTAL-NOTAS
005690           END-IF
005700        WHEN ARQ-ALUNOS
005710           IF CT-REGISTRO (34:12) IS NUMERIC
005720              ADD CTL-N1 CTL-N2 CTL-N3 CTL-N4 TO WS-TOTAL-NOTAS
005730           END-IF
005740        WHEN ARQ-ARQANUAL
005750           PERFORM 6100-SOMA-ARQANUAL
005760     END-EVALUATE.
005770*-----------------------------------------------------------------
005780 6100-SOMA-ARQANUAL.
005790     EVALUATE CTQ-TIPO
005800        WHEN "H"
005810           IF CT-REGISTRO (42:15) IS NUMERIC
005820              ADD CTQH-N1 CTQH-N2 CTQH-N3 CTQH-N4 CTQH-MEDIA-BIM
005830                  TO WS-TOTAL-NOTAS
005840           END-IF
005850        WHEN "A"
005860           IF CTQA-MEDIA-ANUAL IS NUMERIC
005870              ADD CTQA-MEDIA-ANUAL TO WS-TOTAL-NOTAS
005880           END-IF
005890        WHEN "R"
005900           IF CTQR-NOTA-RECUP IS NUMERIC
005910              ADD CTQR-NOTA-RECUP TO WS-TOTAL-NOTAS
005920           END-IF
005930     END-EVALUATE.
005940*-----------------------------------------------------------------
005950 8000-FINALIZA.
005960     EVALUATE TRUE
005970        WHEN ERRO-COPIA AND DEPOSITO-DEVOLVIDO
005980           MOVE 08 TO CQ-RETORNO
005990           DISPLAY "PROGRAMA21: GERACAO " WS-GERACAO " DE "
006000                   WS-ARQUIVO " GRAVADA NO COPIAS SEM A LINHA"
006010                   " DO CATALOGO"
006020           DISPLAY "PROGRAMA21: RESTAURE O COPIAS (OU ACERTE O "
006030                   "CATCOPIAS) ANTES DE NOVA COPIA"
006040        WHEN ERRO-COPIA AND DEPOSITO-TOCADO
006050           MOVE 08 TO CQ-RETORNO
006060           DISPLAY "PROGRAMA21: COPIA DE SEGURANCA DE "
006070                   WS-ARQUIVO " NAO TIRADA - DEPOSITO COPIAS"
006080                   " INCOMPLETO"
006090           DISPLAY "PROGRAMA21: RESTAURE O COPIAS A PARTIR DO "
006100                   "COPIASWK ANTES DE NOVA COPIA"
006110        WHEN ERRO-COPIA
006120           MOVE 08 TO CQ-RETORNO
006130           DISPLAY "PROGRAMA21: COPIA DE SEGURANCA DE "
006140                   WS-ARQUIVO " NAO TIRADA - DEPOSITO INTACTO"
006150        WHEN SEM-MESTRE
006160           MOVE 04 TO CQ-RETORNO
006170        WHEN OTHER
006180           MOVE 00 TO CQ-RETORNO
006190           MOVE WS-GERACAO     TO CQ-GERACAO
006200           MOVE WS-QTD-REG     TO CQ-QTD-REG
006210           MOVE WS-TOTAL-NOTAS TO CQ-TOTAL-NOTAS
006220           DISPLAY "PROGRAMA21: " WS-ARQUIVO " GERACAO "
006230                   WS-GERACAO " - " WS-QTD-REG " REGISTROS"
006240                   " - DESCARTADOS " WS-QTD-DESCARTADOS
006250                   " (RETENCAO " WS-RETENCAO ")"
006260     END-EVALUATE.
006270*-----------------------------------------------------------------
006280 END PROGRAM PROGRAMA21.
