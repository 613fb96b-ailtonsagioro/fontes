000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    EMISSAO DAS CONVOCACOES DE RESPONSAVEIS. OS
000070*             ALUNOS APONTADOS PELO SISTEMA - EM RISCO NO
000080*             BIMESTRE (PROGRAMA12, EXTRATO CONVRISCO),
000090*             RETIDOS AUSENTES DO EXAME DE RECUPERACAO
000100*             (PROGRAMA03, CONVRECUP) E O RESULTADO DO
000110*             CONSELHO DE CLASSE (PROGRAMA10, CONVCONS) -
000120*             ERAM CONVOCADOS A MAO, COM A SECRETARIA
000130*             PROCURANDO O TELEFONE NAS FICHAS DE PAPEL. ESTE
000140*             PROGRAMA LE O CARTAO CONVPARM (ORIGENS A
000150*             CONVOCAR, DATA, HORA E LOCAL DA REUNIAO), JUNTA
000160*             OS EXTRATOS POR ESCOLA E POR FAMILIA (MESMO
000170*             RESPONSAVEL E ENDERECO NO CADASTRO RESPONSAVEIS
000180*             DO PROGRAMA25) E EMITE: UMA CARTA POR FAMILIA
000190*             (CARTAS) COM OS MOTIVOS, O DADO QUE OS MOTIVOU E
000200*             A REUNIAO; O ARQUIVO DELIMITADO POR ";" PARA O
000210*             GATEWAY DE SMS/E-MAIL DA PREFEITURA (CONVENVIO),
000220*             PARA AS FAMILIAS QUE PREFEREM ESSES CANAIS; O
000230*             LIVRO DE CONVOCACOES (CONVLOG), GRAVADO EM
000240*             EXTENSAO, QUE PROVA QUE A FAMILIA FOI AVISADA; E
000250*             O RELATORIO DE CONTROLE DA EMISSAO (RELCONV).
000260*             ALUNO SEM RESPONSAVEL CADASTRADO TEM A CARTA
000270*             EMITIDA PARA ENTREGA PELO PROPRIO ALUNO E SAI
000280*             APONTADO NO CONTROLE (RETURN-CODE 8).
000290* TECTONICS.  cobc -x programa26.cbl
000300*
000310* MODIFICATION HISTORY.
000320*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000330*   2026-10-15 JAS  CONFERE A GRAVACAO DO CONVLOG (UMA FALHA PARA
000340*                   A EMISSAO COM RETURN-CODE 8) E O STATUS DA
000350*                   LEITURA DO CADASTRO.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PROGRAMA26.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CONVP-FILE ASSIGN TO CONVPARM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CONVP-STATUS.
000450     SELECT ESC-FILE ASSIGN TO ESCOLAS
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ESCOLAS-STATUS.
000480     SELECT CONVRIS-FILE ASSIGN TO CONVRISCO
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CONVRIS-STATUS.
000510     SELECT CONVREC-FILE ASSIGN TO CONVRECUP
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONVREC-STATUS.
000540     SELECT CONVCONS-FILE ASSIGN TO CONVCONS
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CONVCONS-STATUS.
000570     SELECT CAD-FILE ASSIGN TO CADASTRO
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CD-MATRICULA
000610         FILE STATUS IS WS-CAD-STATUS.
000620     SELECT RESP-FILE ASSIGN TO RESPONSAVEIS
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS RS-MATRICULA
000660         FILE STATUS IS WS-RESP-STATUS.
000670     SELECT CONVWK-FILE ASSIGN TO CONVWK
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CONVWK-STATUS.
000700     SELECT SORT-CONV-FILE ASSIGN TO "SORTWK19".
000710     SELECT CONVORD-FILE ASSIGN TO CONVORD
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CONVORD-STATUS.
000740     SELECT CARTAS-FILE ASSIGN TO CARTAS
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CARTAS-STATUS.
000770     SELECT ENVIO-FILE ASSIGN TO CONVENVIO
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ENVIO-STATUS.
000800     SELECT CONVLOG-FILE ASSIGN TO CONVLOG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CONVLOG-STATUS.
000830     SELECT RELCONV-FILE ASSIGN TO RELCONV
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RELCONV-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONVP-FILE
000890     RECORD CONTAINS 56 CHARACTERS.
000900     COPY CONVPREC.
000910 FD  ESC-FILE
000920     RECORD CONTAINS 32 CHARACTERS.
000930     COPY ESCREC.
000940 FD  CONVRIS-FILE
000950     RECORD CONTAINS 77 CHARACTERS.
000960 01  CVR-REC                  PIC X(77).
000970 FD  CONVREC-FILE
000980     RECORD CONTAINS 77 CHARACTERS.
000990 01  CVA-REC                  PIC X(77).
001000 FD  CONVCONS-FILE
001010     RECORD CONTAINS 77 CHARACTERS.
001020 01  CVC-REC                  PIC X(77).
001030 FD  CAD-FILE
001040     RECORD CONTAINS 32 CHARACTERS.
001050     COPY CADREC.
001060 FD  RESP-FILE
001070     RECORD CONTAINS 156 CHARACTERS.
001080     COPY RESPREC.
001090 FD  CONVWK-FILE
001100     RECORD CONTAINS 155 CHARACTERS.
001110 01  CW-REC.
001120     05  CW-ESCOLA             PIC 9(02).
001130     05  CW-FAMILIA            PIC X(70).
001140     05  CW-MATRICULA          PIC 9(05).
001150     05  CW-CADASTRO           PIC X(01).
001160     05  CW-AVISO              PIC X(77).
001170 SD  SORT-CONV-FILE.
001180 01  SORT-REC.
001190     05  SC-ESCOLA             PIC 9(02).
001200     05  SC-FAMILIA            PIC X(70).
001210     05  SC-MATRICULA          PIC 9(05).
001220     05  SC-CADASTRO           PIC X(01).
001230     05  SC-AVISO.
001240         10  SC-ORIGEM         PIC X(01).
001250         10  FILLER            PIC X(76).
001260 FD  CONVORD-FILE
001270     RECORD CONTAINS 155 CHARACTERS.
001280 01  CO-REC.
001290     05  CO-ESCOLA             PIC 9(02).
001300     05  CO-FAMILIA            PIC X(70).
001310     05  CO-MATRICULA          PIC 9(05).
001320     05  CO-CADASTRO           PIC X(01).
001330     05  CO-AVISO              PIC X(77).
001340 FD  CARTAS-FILE
001350     RECORD CONTAINS 132 CHARACTERS.
001360 01  CT-LINHA                 PIC X(132).
001370 FD  ENVIO-FILE
001380     RECORD CONTAINS 1000 CHARACTERS.
001390 01  EV-LINHA                 PIC X(1000).
001400 FD  CONVLOG-FILE
001410     RECORD CONTAINS 156 CHARACTERS.
001420     COPY CONVLREC.
001430 FD  RELCONV-FILE
001440     RECORD CONTAINS 132 CHARACTERS.
001450 01  RL18-LINHA               PIC X(132).
001460 WORKING-STORAGE SECTION.
001470*-----------------------------------------------------------------
001480* CHAVES E CONTADORES DE CONTROLE
001490*-----------------------------------------------------------------
001500 77  WS-CONVP-STATUS       PIC X(02) VALUE "00".
001510     88  CONVP-OK                    VALUE "00".
001520 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
001530     88  ESCOLAS-OK                  VALUE "00".
001540 77  WS-CONVRIS-STATUS     PIC X(02) VALUE "00".
001550     88  CONVRIS-OK                  VALUE "00".
001560 77  WS-CONVREC-STATUS     PIC X(02) VALUE "00".
001570     88  CONVREC-OK                  VALUE "00".
001580 77  WS-CONVCONS-STATUS    PIC X(02) VALUE "00".
001590     88  CONVCONS-OK                 VALUE "00".
001600 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
001610     88  CAD-OK                      VALUE "00".
001620     88  CAD-NAO-ACHADO              VALUE "23".
001630 77  WS-RESP-STATUS        PIC X(02) VALUE "00".
001640     88  RESP-OK                     VALUE "00".
001650     88  RESP-NAO-ACHADO             VALUE "23".
001660 77  WS-CONVWK-STATUS      PIC X(02) VALUE "00".
001670     88  CONVWK-OK                   VALUE "00".
001680 77  WS-CONVORD-STATUS     PIC X(02) VALUE "00".
001690     88  CONVORD-OK                  VALUE "00".
001700 77  WS-CARTAS-STATUS      PIC X(02) VALUE "00".
001710     88  CARTAS-OK                   VALUE "00".
001720 77  WS-ENVIO-STATUS       PIC X(02) VALUE "00".
001730     88  ENVIO-OK                    VALUE "00".
001740 77  WS-CONVLOG-STATUS     PIC X(02) VALUE "00".
001750     88  CONVLOG-OK                  VALUE "00".
001760 77  WS-RELCONV-STATUS     PIC X(02) VALUE "00".
001770     88  RELCONV-OK                  VALUE "00".
001780 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
001790     88  FIM-ESCOLAS                 VALUE "S".
001800 77  WS-FIM-EXTRATO        PIC X(01) VALUE "N".
001810     88  FIM-EXTRATO                 VALUE "S".
001820 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001830     88  FIM-ARQUIVO                 VALUE "S".
001840 77  WS-ERRO-CONVOCACAO    PIC X(01) VALUE "N".
001850     88  ERRO-CONVOCACAO             VALUE "S".
001860 77  WS-RESP-DISPONIVEL    PIC X(01) VALUE "N".
001870     88  RESP-DISPONIVEL             VALUE "S".
001880 77  WS-SAIDAS-ABERTAS     PIC X(01) VALUE "N".
001890     88  SAIDAS-ABERTAS              VALUE "S".
001900 77  WS-CAD-ABERTO         PIC X(01) VALUE "N".
001910     88  CAD-ABERTO                  VALUE "S".
001920 77  WS-RESP-ACHOU         PIC X(01) VALUE "N".
001930     88  RESP-ACHOU                  VALUE "S".
001940 77  WS-TOT-LIDOS-R        PIC 9(05) VALUE ZEROS.
001950 77  WS-TOT-LIDOS-A        PIC 9(05) VALUE ZEROS.
001960 77  WS-TOT-LIDOS-C        PIC 9(05) VALUE ZEROS.
001970 77  WS-TOT-FAMILIAS       PIC 9(05) VALUE ZEROS.
001980 77  WS-TOT-ALUNOS         PIC 9(05) VALUE ZEROS.
001990 77  WS-TOT-MOTIVOS        PIC 9(05) VALUE ZEROS.
002000 77  WS-TOT-SMS            PIC 9(05) VALUE ZEROS.
002010 77  WS-TOT-EMAIL          PIC 9(05) VALUE ZEROS.
002020 77  WS-TOT-SEM-RESP       PIC 9(05) VALUE ZEROS.
002030 77  WS-TOT-FORA-CAD       PIC 9(05) VALUE ZEROS.
002040 77  WS-TOT-EXCEDENTES     PIC 9(05) VALUE ZEROS.
002050*-----------------------------------------------------------------
002060* CARTAO DA EMISSAO: ORIGEM A CONVOCAR E A REUNIAO. A DATA E A
002070* HORA SAO CRITICADAS NA PARTIDA; O LOCAL EM BRANCOS VIRA A
002080* SECRETARIA DA ESCOLA DE CADA CARTA.
002090*-----------------------------------------------------------------
002100 77  WS-ORIGEM-FILTRO      PIC X(01) VALUE SPACE.
002110 77  WS-ORIGENS-TEXTO      PIC X(30) VALUE SPACES.
002120 77  WS-DATA-REUNIAO       PIC X(10) VALUE SPACES.
002130 77  WS-HORA-REUNIAO       PIC X(05) VALUE SPACES.
002140 77  WS-LOCAL-CARTAO       PIC X(40) VALUE SPACES.
002150 77  WS-LOCAL-REUNIAO      PIC X(50) VALUE SPACES.
002160 77  WS-NUM-2              PIC 9(02) VALUE ZEROS.
002170*-----------------------------------------------------------------
002180* REGISTRO DO EXTRATO LIDO (LAYOUT COMUM DOS TRES EXTRATOS)
002190*-----------------------------------------------------------------
002200     COPY AVISOREC.
002210*-----------------------------------------------------------------
002220* FAMILIA CORRENTE: A CHAVE DE QUEBRA (ESCOLA + RESPONSAVEL E
002230* ENDERECO, OU A MATRICULA QUANDO NAO HA RESPONSAVEL) E OS
002240* MOTIVOS DOS SEUS ALUNOS, EM ORDEM DE MATRICULA E ORIGEM.
002250*-----------------------------------------------------------------
002260 77  WS-ESCOLA-GRUPO       PIC 9(02) VALUE ZEROS.
002270 77  WS-FAMILIA-GRUPO      PIC X(70) VALUE SPACES.
002280 77  WS-FAM-QTD            PIC 9(02) VALUE ZEROS.
002290 77  WS-FAM-IDX            PIC 9(02) VALUE ZEROS.
002300 77  WS-FAM-ANT            PIC 9(02) VALUE ZEROS.
002310 01  WS-FAMILIA-TABELA.
002320     05  WS-FAM-ENT OCCURS 10 TIMES.
002330         10  WS-FAM-MATRICULA  PIC 9(05).
002340         10  WS-FAM-NOME       PIC X(15).
002350         10  WS-FAM-TURMA      PIC X(10).
002360         10  WS-FAM-ANO        PIC 9(04).
002370         10  WS-FAM-ORIGEM     PIC X(01).
002380         10  WS-FAM-TEXTO      PIC X(40).
002390         10  WS-FAM-CADASTRO   PIC X(01).
002400*-----------------------------------------------------------------
002410* APOIO DA CARTA: DESCRICAO DO PARENTESCO, DO ASSUNTO DE CADA
002420* ORIGEM, DO CANAL E O CEP EDITADO.
002430*-----------------------------------------------------------------
002440 77  WS-PARENTESCO-DESC    PIC X(15) VALUE SPACES.
002450 77  WS-ASSUNTO            PIC X(33) VALUE SPACES.
002460 77  WS-CANAL-DESC         PIC X(08) VALUE SPACES.
002470 77  WS-CANAL-LOG          PIC X(01) VALUE SPACE.
002480 77  WS-CEP-EDITADO        PIC X(09) VALUE SPACES.
002490*-----------------------------------------------------------------
002500* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA O NOME NO CABECALHO
002510* DA CARTA E NO LOCAL PADRAO DA REUNIAO.
002520*-----------------------------------------------------------------
002530 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
002540 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
002550 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
002560 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
002570 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
002580     88  ESCT-ACHOU                  VALUE "S".
002590 01  WS-ESCOLAS-TABELA.
002600     05  WS-ESCT-ENT OCCURS 10 TIMES.
002610         10  WS-ESCT-CODIGO    PIC 9(02).
002620         10  WS-ESCT-NOME      PIC X(30).
002630*-----------------------------------------------------------------
002640* MONTAGEM DO REGISTRO DELIMITADO DO GATEWAY: BUFFER, PONTEIRO
002650* DO STRING E APOIO DE CORTE DOS BRANCOS A DIREITA.
002660*-----------------------------------------------------------------
002670 77  WS-PONTEIRO           PIC 9(04) VALUE 1.
002680 77  WS-TRIM-TAM           PIC 9(02) VALUE ZEROS.
002690 77  WS-TRIM-SUB           PIC 9(02) VALUE ZEROS.
002700 77  WS-TRIM-TEXTO         PIC X(50) VALUE SPACES.
002710 77  WS-TOT-ENVIOS         PIC 9(05) VALUE ZEROS.
002720 01  WS-ENVIO-LINHA        PIC X(1000) VALUE SPACES.
002730*-----------------------------------------------------------------
002740* DATA E HORA DO SISTEMA, PARA A CARTA E O LIVRO CONVLOG
002750*-----------------------------------------------------------------
002760 01  WS-DATA-AAAAMMDD.
002770     05  WS-DATA-AAAA      PIC 9(04).
002780     05  WS-DATA-MM        PIC 9(02).
002790     05  WS-DATA-DD        PIC 9(02).
002800 01  WS-DATA-FORMATADA     PIC X(10).
002810 01  WS-HORA-HHMMSSCC.
002820     05  WS-HORA-HH        PIC 9(02).
002830     05  WS-HORA-MM        PIC 9(02).
002840     05  WS-HORA-SS        PIC 9(02).
002850     05  WS-HORA-CC        PIC 9(02).
002860 01  WS-HORA-FORMATADA     PIC X(08).
002870*-----------------------------------------------------------------
002880* LINHAS DA CARTA (CARTAS) E DO CONTROLE DA EMISSAO (RELCONV)
002890*-----------------------------------------------------------------
002900     COPY REL18LINE.
002910 PROCEDURE DIVISION.
002920*-----------------------------------------------------------------
002930 0000-MAINLINE.
002940     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002950     IF NOT ERRO-CONVOCACAO
002960        PERFORM 2000-MONTA-TRABALHO THRU
002970            2000-MONTA-TRABALHO-EXIT
002980     END-IF.
002990     IF NOT ERRO-CONVOCACAO
003000        PERFORM 3000-ORDENA-TRABALHO THRU
003010            3000-ORDENA-TRABALHO-EXIT
003020     END-IF.
003030     IF NOT ERRO-CONVOCACAO
003040        PERFORM 4000-PROCESSA-CONVOCACAO THRU
003050            4000-PROCESSA-CONVOCACAO-EXIT
003060            UNTIL FIM-ARQUIVO
003070        IF WS-FAM-QTD > ZEROS AND NOT ERRO-CONVOCACAO
003080           PERFORM 5000-EMITE-CONVOCACAO
003090        END-IF
003100        CLOSE CONVORD-FILE
003110     END-IF.
003120     PERFORM 8000-FINALIZA.
003130     STOP RUN.
003140*-----------------------------------------------------------------
003150 1000-INICIALIZA.
003160     DISPLAY "INICIO DO PROGRAMA26".
003170     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003180     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
003190     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
003200     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
003210     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
003220     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
003230     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
003240     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
003250     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
003260     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
003270     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
003280     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
003290     PERFORM 1050-LE-CARTAO THRU 1050-LE-CARTAO-EXIT.
003300     IF ERRO-CONVOCACAO
003310        GO TO 1000-INICIALIZA-EXIT
003320     END-IF.
003330     PERFORM 1075-CARREGA-ESCOLAS THRU
003340         1075-CARREGA-ESCOLAS-EXIT.
003350     OPEN INPUT CAD-FILE.
003360     IF NOT CAD-OK
003370        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
003380        MOVE "S" TO WS-ERRO-CONVOCACAO
003390        GO TO 1000-INICIALIZA-EXIT
003400     END-IF.
003410     MOVE "S" TO WS-CAD-ABERTO.
003420     OPEN INPUT RESP-FILE.
003430     IF RESP-OK
003440        MOVE "S" TO WS-RESP-DISPONIVEL
003450     ELSE
003460        DISPLAY "RESPONSAVEIS NAO ENCONTRADO - STATUS "
003470                WS-RESP-STATUS " - CARTAS SEM DESTINATARIO"
003480     END-IF.
003490     PERFORM 1100-ABRE-SAIDAS THRU 1100-ABRE-SAIDAS-EXIT.
003500 1000-INICIALIZA-EXIT. EXIT.
003510*-----------------------------------------------------------------
003520* CRITICA DO CARTAO CONVPARM: SEM CARTAO, COM ORIGEM FORA DA
003530* TABELA OU COM DATA/HORA DA REUNIAO INVALIDA NAO HA EMISSAO.
003540*-----------------------------------------------------------------
003550 1050-LE-CARTAO.
003560     OPEN INPUT CONVP-FILE.
003570     IF NOT CONVP-OK
003580        DISPLAY "CONVPARM NAO ENCONTRADO - STATUS "
003590                WS-CONVP-STATUS " - SEM A DATA DA REUNIAO NAO"
003600                " HA CONVOCACAO"
003610        MOVE "S" TO WS-ERRO-CONVOCACAO
003620        GO TO 1050-LE-CARTAO-EXIT
003630     END-IF.
003640     READ CONVP-FILE
003650         AT END
003660            DISPLAY "CONVPARM VAZIO - SEM A DATA DA REUNIAO NAO"
003670                    " HA CONVOCACAO"
003680            MOVE "S" TO WS-ERRO-CONVOCACAO
003690     END-READ.
003700     CLOSE CONVP-FILE.
003710     IF ERRO-CONVOCACAO
003720        GO TO 1050-LE-CARTAO-EXIT
003730     END-IF.
003740     IF NOT CV-ORIGEM-VALIDA
003750        DISPLAY "CONVPARM: ORIGEM " CV-ORIGEM
003760                " INVALIDA - USE R, A, C OU BRANCOS"
003770        MOVE "S" TO WS-ERRO-CONVOCACAO
003780        GO TO 1050-LE-CARTAO-EXIT
003790     END-IF.
003800     IF CV-REU-DD IS NOT NUMERIC OR CV-REU-MM IS NOT NUMERIC
003810        OR CV-REU-AAAA IS NOT NUMERIC
003820        OR CV-REU-BARRA-1 NOT = "/" OR CV-REU-BARRA-2 NOT = "/"
003830        DISPLAY "CONVPARM: DATA DA REUNIAO " CV-DATA-REUNIAO
003840                " INVALIDA - USE DD/MM/AAAA"
003850        MOVE "S" TO WS-ERRO-CONVOCACAO
003860        GO TO 1050-LE-CARTAO-EXIT
003870     END-IF.
003880     MOVE CV-REU-DD TO WS-NUM-2.
003890     IF WS-NUM-2 < 1 OR WS-NUM-2 > 31
003900        DISPLAY "CONVPARM: DIA DA REUNIAO INVALIDO"
003910        MOVE "S" TO WS-ERRO-CONVOCACAO
003920        GO TO 1050-LE-CARTAO-EXIT
003930     END-IF.
003940     MOVE CV-REU-MM TO WS-NUM-2.
003950     IF WS-NUM-2 < 1 OR WS-NUM-2 > 12
003960        DISPLAY "CONVPARM: MES DA REUNIAO INVALIDO"
003970        MOVE "S" TO WS-ERRO-CONVOCACAO
003980        GO TO 1050-LE-CARTAO-EXIT
003990     END-IF.
004000     IF CV-REU-HH IS NOT NUMERIC OR CV-REU-MI IS NOT NUMERIC
004010        OR CV-REU-DOIS-PONTOS NOT = ":"
004020        DISPLAY "CONVPARM: HORA DA REUNIAO " CV-HORA-REUNIAO
004030                " INVALIDA - USE HH:MM"
004040        MOVE "S" TO WS-ERRO-CONVOCACAO
004050        GO TO 1050-LE-CARTAO-EXIT
004060     END-IF.
004070     MOVE CV-REU-HH TO WS-NUM-2.
004080     IF WS-NUM-2 > 23
004090        DISPLAY "CONVPARM: HORA DA REUNIAO INVALIDA"
004100        MOVE "S" TO WS-ERRO-CONVOCACAO
004110        GO TO 1050-LE-CARTAO-EXIT
004120     END-IF.
004130     MOVE CV-REU-MI TO WS-NUM-2.
004140     IF WS-NUM-2 > 59
004150        DISPLAY "CONVPARM: MINUTO DA REUNIAO INVALIDO"
004160        MOVE "S" TO WS-ERRO-CONVOCACAO
004170        GO TO 1050-LE-CARTAO-EXIT
004180     END-IF.
004190     MOVE CV-ORIGEM       TO WS-ORIGEM-FILTRO.
004200     MOVE CV-DATA-REUNIAO TO WS-DATA-REUNIAO.
004210     MOVE CV-HORA-REUNIAO TO WS-HORA-REUNIAO.
004220     MOVE CV-LOCAL        TO WS-LOCAL-CARTAO.
004230     EVALUATE WS-ORIGEM-FILTRO
004240        WHEN "R"
004250           MOVE "ALUNOS EM RISCO" TO WS-ORIGENS-TEXTO
004260        WHEN "A"
004270           MOVE "AUSENTES DA RECUPERACAO" TO WS-ORIGENS-TEXTO
004280        WHEN "C"
004290           MOVE "RESULTADO DO CONSELHO" TO WS-ORIGENS-TEXTO
004300        WHEN OTHER
004310           MOVE "TODAS" TO WS-ORIGENS-TEXTO
004320     END-EVALUATE.
004330     DISPLAY "CONVOCACAO - ORIGENS: " WS-ORIGENS-TEXTO
004340             " REUNIAO: " WS-DATA-REUNIAO " " WS-HORA-REUNIAO.
004350 1050-LE-CARTAO-EXIT. EXIT.
004360*-----------------------------------------------------------------
004370 1075-CARREGA-ESCOLAS.
004380     OPEN INPUT ESC-FILE.
004390     IF NOT ESCOLAS-OK
004400        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
004410                WS-ESCOLAS-STATUS " - CARTAS COM O CODIGO"
004420                " DA ESCOLA"
004430        GO TO 1075-CARREGA-ESCOLAS-EXIT
004440     END-IF.
004450     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
004460         UNTIL FIM-ESCOLAS.
004470     CLOSE ESC-FILE.
004480 1075-CARREGA-ESCOLAS-EXIT. EXIT.
004490*-----------------------------------------------------------------
004500 1076-LE-ESCOLA.
004510     READ ESC-FILE
004520         AT END
004530            MOVE "S" TO WS-FIM-ESCOLAS
004540            GO TO 1076-LE-ESCOLA-EXIT
004550     END-READ.
004560     IF WS-ESCT-QTD >= 10
004570        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
004580        MOVE "S" TO WS-FIM-ESCOLAS
004590        GO TO 1076-LE-ESCOLA-EXIT
004600     END-IF.
004610     ADD 1 TO WS-ESCT-QTD.
004620     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
004630     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
004640 1076-LE-ESCOLA-EXIT. EXIT.
004650*-----------------------------------------------------------------
004660* ABRE AS SAIDAS: CARTAS, ENVIO DO GATEWAY E CONTROLE SAO
004670* RECRIADOS; O LIVRO CONVLOG E ESTENDIDO (CRIADO NA PRIMEIRA
004680* EMISSAO) E NUNCA REGRAVADO.
004690*-----------------------------------------------------------------
004700 1100-ABRE-SAIDAS.
004710     OPEN OUTPUT CARTAS-FILE.
004720     IF NOT CARTAS-OK
004730        DISPLAY "ERRO AO ABRIR CARTAS - STATUS "
004740                WS-CARTAS-STATUS
004750        MOVE "S" TO WS-ERRO-CONVOCACAO
004760        GO TO 1100-ABRE-SAIDAS-EXIT
004770     END-IF.
004780     OPEN OUTPUT ENVIO-FILE.
004790     IF NOT ENVIO-OK
004800        DISPLAY "ERRO AO ABRIR CONVENVIO - STATUS "
004810                WS-ENVIO-STATUS
004820        MOVE "S" TO WS-ERRO-CONVOCACAO
004830        CLOSE CARTAS-FILE
004840        GO TO 1100-ABRE-SAIDAS-EXIT
004850     END-IF.
004860     OPEN EXTEND CONVLOG-FILE.
004870     IF NOT CONVLOG-OK
004880        OPEN OUTPUT CONVLOG-FILE
004890     END-IF.
004900     IF NOT CONVLOG-OK
004910        DISPLAY "ERRO AO ABRIR CONVLOG - STATUS "
004920                WS-CONVLOG-STATUS " - SEM O LIVRO NAO HA"
004930                " CONVOCACAO"
004940        MOVE "S" TO WS-ERRO-CONVOCACAO
004950        CLOSE CARTAS-FILE
004960        CLOSE ENVIO-FILE
004970        GO TO 1100-ABRE-SAIDAS-EXIT
004980     END-IF.
004990     OPEN OUTPUT RELCONV-FILE.
005000     IF NOT RELCONV-OK
005010        DISPLAY "ERRO AO ABRIR RELCONV - STATUS "
005020                WS-RELCONV-STATUS
005030        MOVE "S" TO WS-ERRO-CONVOCACAO
005040        CLOSE CARTAS-FILE
005050        CLOSE ENVIO-FILE
005060        CLOSE CONVLOG-FILE
005070        GO TO 1100-ABRE-SAIDAS-EXIT
005080     END-IF.
005090     MOVE "S" TO WS-SAIDAS-ABERTAS.
005100     MOVE WS-DATA-FORMATADA TO W18C1-DATA.
005110     MOVE WS-DATA-REUNIAO   TO W18C1-REUNIAO.
005120     MOVE WS-HORA-REUNIAO   TO W18C1-HORA.
005130     MOVE WS-ORIGENS-TEXTO  TO W18C1-ORIGENS.
005140     WRITE RL18-LINHA FROM WS18-CAB-1-LINHA.
005150     MOVE SPACES TO RL18-LINHA.
005160     WRITE RL18-LINHA.
005170     WRITE RL18-LINHA FROM WS18-CAB-2-LINHA.
005180     MOVE SPACES TO WS-ENVIO-LINHA.
005190     MOVE 1 TO WS-PONTEIRO.
005200     STRING "H;" WS-DATA-FORMATADA ";" WS-HORA-FORMATADA ";"
005210         WS-DATA-REUNIAO ";" WS-HORA-REUNIAO ";"
005220         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
005230         WITH POINTER WS-PONTEIRO.
005240     WRITE EV-LINHA FROM WS-ENVIO-LINHA.
005250 1100-ABRE-SAIDAS-EXIT. EXIT.
005260*-----------------------------------------------------------------
005270* JUNTA NO ARQUIVO DE TRABALHO OS EXTRATOS DAS ORIGENS PEDIDAS
005280* NO CARTAO. EXTRATO AUSENTE NAO E ERRO: O PROGRAMA QUE O GRAVA
005290* PODE NAO TER RODADO NO PERIODO.
005300*-----------------------------------------------------------------
005310 2000-MONTA-TRABALHO.
005320     OPEN OUTPUT CONVWK-FILE.
005330     IF NOT CONVWK-OK
005340        DISPLAY "ERRO AO ABRIR CONVWK - STATUS "
005350                WS-CONVWK-STATUS
005360        MOVE "S" TO WS-ERRO-CONVOCACAO
005370        GO TO 2000-MONTA-TRABALHO-EXIT
005380     END-IF.
005390     IF WS-ORIGEM-FILTRO = SPACE OR "R"
005400        PERFORM 2100-CARREGA-RISCO THRU
005410            2100-CARREGA-RISCO-EXIT
005420     END-IF.
005430     IF WS-ORIGEM-FILTRO = SPACE OR "A"
005440        PERFORM 2200-CARREGA-RECUPERACAO THRU
005450            2200-CARREGA-RECUPERACAO-EXIT
005460     END-IF.
005470     IF WS-ORIGEM-FILTRO = SPACE OR "C"
005480        PERFORM 2300-CARREGA-CONSELHO THRU
005490            2300-CARREGA-CONSELHO-EXIT
005500     END-IF.
005510     CLOSE CONVWK-FILE.
005520     DISPLAY "APONTAMENTOS LIDOS - RISCO: " WS-TOT-LIDOS-R
005530             " RECUPERACAO: " WS-TOT-LIDOS-A
005540             " CONSELHO: " WS-TOT-LIDOS-C.
005550 2000-MONTA-TRABALHO-EXIT. EXIT.
005560*-----------------------------------------------------------------
005570 2100-CARREGA-RISCO.
005580     OPEN INPUT CONVRIS-FILE.
005590     IF NOT CONVRIS-OK
005600        DISPLAY "CONVRISCO NAO ENCONTRADO - STATUS "
005610                WS-CONVRIS-STATUS " - SEM ALUNOS EM RISCO"
005620        GO TO 2100-CARREGA-RISCO-EXIT
005630     END-IF.
005640     MOVE "N" TO WS-FIM-EXTRATO.
005650     PERFORM 2110-LE-RISCO THRU 2110-LE-RISCO-EXIT
005660         UNTIL FIM-EXTRATO.
005670     CLOSE CONVRIS-FILE.
005680 2100-CARREGA-RISCO-EXIT. EXIT.
005690*-----------------------------------------------------------------
005700 2110-LE-RISCO.
005710     READ CONVRIS-FILE INTO AVISO-REC
005720         AT END
005730            MOVE "S" TO WS-FIM-EXTRATO
005740            GO TO 2110-LE-RISCO-EXIT
005750     END-READ.
005760     ADD 1 TO WS-TOT-LIDOS-R.
005770     PERFORM 2500-GRAVA-TRABALHO THRU 2500-GRAVA-TRABALHO-EXIT.
005780 2110-LE-RISCO-EXIT. EXIT.
005790*-----------------------------------------------------------------
005800 2200-CARREGA-RECUPERACAO.
005810     OPEN INPUT CONVREC-FILE.
005820     IF NOT CONVREC-OK
005830        DISPLAY "CONVRECUP NAO ENCONTRADO - STATUS "
005840                WS-CONVREC-STATUS " - SEM AUSENTES DA"
005850                " RECUPERACAO"
005860        GO TO 2200-CARREGA-RECUPERACAO-EXIT
005870     END-IF.
005880     MOVE "N" TO WS-FIM-EXTRATO.
005890     PERFORM 2210-LE-RECUPERACAO THRU 2210-LE-RECUPERACAO-EXIT
005900         UNTIL FIM-EXTRATO.
005910     CLOSE CONVREC-FILE.
005920 2200-CARREGA-RECUPERACAO-EXIT. EXIT.
005930*-----------------------------------------------------------------
005940 2210-LE-RECUPERACAO.
005950     READ CONVREC-FILE INTO AVISO-REC
005960         AT END
005970            MOVE "S" TO WS-FIM-EXTRATO
005980            GO TO 2210-LE-RECUPERACAO-EXIT
005990     END-READ.
006000     ADD 1 TO WS-TOT-LIDOS-A.
006010     PERFORM 2500-GRAVA-TRABALHO THRU 2500-GRAVA-TRABALHO-EXIT.
006020 2210-LE-RECUPERACAO-EXIT. EXIT.
006030*-----------------------------------------------------------------
006040 2300-CARREGA-CONSELHO.
006050     OPEN INPUT CONVCONS-FILE.
006060     IF NOT CONVCONS-OK
006070        DISPLAY "CONVCONS NAO ENCONTRADO - STATUS "
006080                WS-CONVCONS-STATUS " - SEM RESULTADO DO"
006090                " CONSELHO"
006100        GO TO 2300-CARREGA-CONSELHO-EXIT
006110     END-IF.
006120     MOVE "N" TO WS-FIM-EXTRATO.
006130     PERFORM 2310-LE-CONSELHO THRU 2310-LE-CONSELHO-EXIT
006140         UNTIL FIM-EXTRATO.
006150     CLOSE CONVCONS-FILE.
006160 2300-CARREGA-CONSELHO-EXIT. EXIT.
006170*-----------------------------------------------------------------
006180 2310-LE-CONSELHO.
006190     READ CONVCONS-FILE INTO AVISO-REC
006200         AT END
006210            MOVE "S" TO WS-FIM-EXTRATO
006220            GO TO 2310-LE-CONSELHO-EXIT
006230     END-READ.
006240     ADD 1 TO WS-TOT-LIDOS-C.
006250     PERFORM 2500-GRAVA-TRABALHO THRU 2500-GRAVA-TRABALHO-EXIT.
006260 2310-LE-CONSELHO-EXIT. EXIT.
006270*-----------------------------------------------------------------
006280* COMPLETA O APONTAMENTO PELO CADASTRO MESTRE (TURMA QUE O
006290* EXTRATO NAO TRAZ) E MONTA A CHAVE DA FAMILIA: O NOME E O
006300* ENDERECO DO RESPONSAVEL, PARA IRMAOS DA MESMA ESCOLA
006310* RECEBEREM UMA SO CARTA; SEM RESPONSAVEL, A PROPRIA MATRICULA.
006320*-----------------------------------------------------------------
006330 2500-GRAVA-TRABALHO.
006340     IF AV-MATRICULA IS NOT NUMERIC
006350        DISPLAY "APONTAMENTO COM MATRICULA INVALIDA IGNORADO: "
006360                AV-MATRICULA
006370        GO TO 2500-GRAVA-TRABALHO-EXIT
006380     END-IF.
006390     MOVE "S" TO CW-CADASTRO.
006400     MOVE AV-MATRICULA TO CD-MATRICULA.
006410     READ CAD-FILE
006420         INVALID KEY
006430            MOVE "N" TO CW-CADASTRO
006440     END-READ.
006450     IF WS-CAD-STATUS NOT = "00" AND WS-CAD-STATUS NOT = "23"
006460        DISPLAY "ERRO NA LEITURA DE CADASTRO - STATUS "
006470                WS-CAD-STATUS " - MATRICULA " AV-MATRICULA
006480        MOVE "S" TO WS-ERRO-CONVOCACAO
006490        GO TO 2500-GRAVA-TRABALHO-EXIT
006500     END-IF.
006510     IF CW-CADASTRO = "S" AND AV-TURMA = SPACES
006520        MOVE CD-TURMA TO AV-TURMA
006530     END-IF.
006540     PERFORM 6000-PROCURA-RESPONSAVEL THRU
006550         6000-PROCURA-RESPONSAVEL-EXIT.
006560     MOVE SPACES TO CW-FAMILIA.
006570     IF RESP-ACHOU
006580        MOVE RS-NOME     TO CW-FAMILIA (1:30)
006590        MOVE RS-ENDERECO TO CW-FAMILIA (31:40)
006600     ELSE
006610        MOVE "~"          TO CW-FAMILIA (1:1)
006620        MOVE AV-MATRICULA TO CW-FAMILIA (2:5)
006630     END-IF.
006640     MOVE AV-ESCOLA    TO CW-ESCOLA.
006650     MOVE AV-MATRICULA TO CW-MATRICULA.
006660     MOVE AVISO-REC    TO CW-AVISO.
006670     WRITE CW-REC.
006680 2500-GRAVA-TRABALHO-EXIT. EXIT.
006690*-----------------------------------------------------------------
006700* ORDENA POR ESCOLA, FAMILIA, MATRICULA E ORIGEM, PARA A QUEBRA
006710* DE CONTROLE POR CARTA.
006720*-----------------------------------------------------------------
006730 3000-ORDENA-TRABALHO.
006740     SORT SORT-CONV-FILE
006750         ON ASCENDING KEY SC-ESCOLA SC-FAMILIA SC-MATRICULA
006760                          SC-ORIGEM
006770         USING CONVWK-FILE
006780         GIVING CONVORD-FILE.
006790     OPEN INPUT CONVORD-FILE.
006800     IF NOT CONVORD-OK
006810        DISPLAY "ERRO AO ABRIR CONVORD - STATUS "
006820                WS-CONVORD-STATUS
006830        MOVE "S" TO WS-ERRO-CONVOCACAO
006840     END-IF.
006850 3000-ORDENA-TRABALHO-EXIT. EXIT.
006860*-----------------------------------------------------------------
006870* QUEBRA POR ESCOLA + FAMILIA: A MUDANCA EMITE A CONVOCACAO DA
006880* FAMILIA ANTERIOR. CADA APONTAMENTO VAI PARA A TABELA DA
006890* FAMILIA CORRENTE.
006900*-----------------------------------------------------------------
006910 4000-PROCESSA-CONVOCACAO.
006920     READ CONVORD-FILE
006930         AT END
006940            MOVE "S" TO WS-FIM-ARQUIVO
006950            GO TO 4000-PROCESSA-CONVOCACAO-EXIT
006960     END-READ.
006970     IF NOT CONVORD-OK
006980        DISPLAY "ERRO NA LEITURA DE CONVORD - STATUS "
006990                WS-CONVORD-STATUS
007000        MOVE "S" TO WS-FIM-ARQUIVO
007010        MOVE "S" TO WS-ERRO-CONVOCACAO
007020        GO TO 4000-PROCESSA-CONVOCACAO-EXIT
007030     END-IF.
007040     IF WS-FAM-QTD > ZEROS
007050        AND (CO-ESCOLA NOT = WS-ESCOLA-GRUPO
007060             OR CO-FAMILIA NOT = WS-FAMILIA-GRUPO)
007070        PERFORM 5000-EMITE-CONVOCACAO
007080     END-IF.
007090     IF WS-FAM-QTD = ZEROS
007100        MOVE CO-ESCOLA  TO WS-ESCOLA-GRUPO
007110        MOVE CO-FAMILIA TO WS-FAMILIA-GRUPO
007120     END-IF.
007130     IF WS-FAM-QTD >= 10
007140        ADD 1 TO WS-TOT-EXCEDENTES
007150        DISPLAY "MAIS DE 10 MOTIVOS NA MESMA CARTA - MATRICULA "
007160                CO-MATRICULA " COM MOTIVO NAO CONVOCADO"
007170        GO TO 4000-PROCESSA-CONVOCACAO-EXIT
007180     END-IF.
007190     MOVE CO-AVISO TO AVISO-REC.
007200     ADD 1 TO WS-FAM-QTD.
007210     MOVE AV-MATRICULA  TO WS-FAM-MATRICULA (WS-FAM-QTD).
007220     MOVE AV-NOME-ALUNO TO WS-FAM-NOME (WS-FAM-QTD).
007230     MOVE AV-TURMA      TO WS-FAM-TURMA (WS-FAM-QTD).
007240     MOVE AV-ANO-LETIVO TO WS-FAM-ANO (WS-FAM-QTD).
007250     MOVE AV-ORIGEM     TO WS-FAM-ORIGEM (WS-FAM-QTD).
007260     MOVE AV-TEXTO      TO WS-FAM-TEXTO (WS-FAM-QTD).
007270     MOVE CO-CADASTRO   TO WS-FAM-CADASTRO (WS-FAM-QTD).
007280 4000-PROCESSA-CONVOCACAO-EXIT. EXIT.
007290*-----------------------------------------------------------------
007300* EMITE A CONVOCACAO DA FAMILIA CORRENTE: A CARTA, O REGISTRO
007310* DO GATEWAY (CANAL SMS OU E-MAIL), AS LINHAS DO LIVRO CONVLOG
007320* E AS DO CONTROLE; DEPOIS ESVAZIA A TABELA.
007330*-----------------------------------------------------------------
007340 5000-EMITE-CONVOCACAO.
007350     ADD 1 TO WS-TOT-FAMILIAS.
007360     MOVE WS-FAM-MATRICULA (1) TO AV-MATRICULA.
007370     PERFORM 6000-PROCURA-RESPONSAVEL THRU
007380         6000-PROCURA-RESPONSAVEL-EXIT.
007390     MOVE WS-ESCOLA-GRUPO TO WS-ESCOLA-ATUAL.
007400     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
007410     IF WS-LOCAL-CARTAO = SPACES
007420        MOVE SPACES TO WS-LOCAL-REUNIAO
007430        STRING "SECRETARIA DA " WS-NOME-ESCOLA
007440            DELIMITED BY SIZE INTO WS-LOCAL-REUNIAO
007450     ELSE
007460        MOVE WS-LOCAL-CARTAO TO WS-LOCAL-REUNIAO
007470     END-IF.
007480     IF RESP-ACHOU
007490        EVALUATE TRUE
007500           WHEN RS-CANAL-SMS
007510              MOVE "SMS"      TO WS-CANAL-DESC
007520           WHEN RS-CANAL-EMAIL
007530              MOVE "E-MAIL"   TO WS-CANAL-DESC
007540           WHEN OTHER
007550              MOVE "CARTA"    TO WS-CANAL-DESC
007560        END-EVALUATE
007570        MOVE RS-CANAL TO WS-CANAL-LOG
007580     ELSE
007590        ADD 1 TO WS-TOT-SEM-RESP
007600        MOVE "CARTA"  TO WS-CANAL-DESC
007610        MOVE "X"      TO WS-CANAL-LOG
007620     END-IF.
007630     PERFORM 5100-IMPRIME-CARTA.
007640     IF RESP-ACHOU AND (RS-CANAL-SMS OR RS-CANAL-EMAIL)
007650        PERFORM 5300-GRAVA-ENVIO
007660     END-IF.
007670     PERFORM 5400-REGISTRA-MOTIVO
007680         VARYING WS-FAM-IDX FROM 1 BY 1
007690         UNTIL WS-FAM-IDX > WS-FAM-QTD.
007700     MOVE ZEROS TO WS-FAM-QTD.
007710*-----------------------------------------------------------------
007720* CARTA DE CONVOCACAO, UMA POR PAGINA: CABECALHO DA ESCOLA,
007730* DESTINATARIO, UMA REFERENCIA POR ALUNO, OS MOTIVOS COM O DADO
007740* QUE OS MOTIVOU, A REUNIAO E A ASSINATURA.
007750*-----------------------------------------------------------------
007760 5100-IMPRIME-CARTA.
007770     MOVE WS-NOME-ESCOLA    TO W18L1-ESCOLA.
007780     MOVE WS-DATA-FORMATADA TO W18L1-DATA.
007790     WRITE CT-LINHA FROM WS18-CARTA-CAB-LINHA
007800         AFTER ADVANCING PAGE.
007810     MOVE SPACES TO W18LT-TEXTO.
007820     MOVE "CONVOCACAO DE RESPONSAVEL" TO W18LT-TEXTO.
007830     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
007840         AFTER ADVANCING 3 LINES.
007850     IF RESP-ACHOU
007860        PERFORM 5120-IMPRIME-DESTINATARIO
007870     ELSE
007880        MOVE SPACES TO W18LT-TEXTO
007890        MOVE "AO(A) RESPONSAVEL PELO(A) ALUNO(A)"
007900            TO W18LT-TEXTO
007910        WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
007920            AFTER ADVANCING 2 LINES
007930        MOVE "(ENTREGUE PELO PROPRIO ALUNO)" TO W18LT-TEXTO
007940        WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
007950            AFTER ADVANCING 1 LINE
007960     END-IF.
007970     MOVE SPACES TO CT-LINHA.
007980     WRITE CT-LINHA AFTER ADVANCING 1 LINE.
007990     PERFORM 5150-IMPRIME-REFERENCIA THRU
008000         5150-IMPRIME-REFERENCIA-EXIT
008010         VARYING WS-FAM-IDX FROM 1 BY 1
008020         UNTIL WS-FAM-IDX > WS-FAM-QTD.
008030     MOVE SPACES TO W18LT-TEXTO.
008040     MOVE "PREZADO(A) RESPONSAVEL," TO W18LT-TEXTO.
008050     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008060         AFTER ADVANCING 2 LINES.
008070     MOVE "CONVOCAMOS V.SA. A COMPARECER A ESCOLA PARA TRATAR"
008080         TO W18LT-TEXTO.
008090     MOVE " DO(S) ASSUNTO(S) ABAIXO:" TO W18LT-TEXTO (51:25).
008100     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008110         AFTER ADVANCING 2 LINES.
008120     MOVE SPACES TO CT-LINHA.
008130     WRITE CT-LINHA AFTER ADVANCING 1 LINE.
008140     PERFORM 5160-IMPRIME-MOTIVO
008150         VARYING WS-FAM-IDX FROM 1 BY 1
008160         UNTIL WS-FAM-IDX > WS-FAM-QTD.
008170     MOVE WS-DATA-REUNIAO  TO W18LU-DATA.
008180     MOVE WS-HORA-REUNIAO  TO W18LU-HORA.
008190     MOVE WS-LOCAL-REUNIAO TO W18LU-LOCAL.
008200     WRITE CT-LINHA FROM WS18-CARTA-REUNIAO-LINHA
008210         AFTER ADVANCING 2 LINES.
008220     MOVE SPACES TO W18LT-TEXTO.
008230     MOVE "A PRESENCA DA FAMILIA E INDISPENSAVEL PARA O"
008240         TO W18LT-TEXTO.
008250     MOVE " ACOMPANHAMENTO ESCOLAR DO(A) ALUNO(A)."
008260         TO W18LT-TEXTO (45:39).
008270     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008280         AFTER ADVANCING 2 LINES.
008290     MOVE SPACES TO W18LT-TEXTO.
008300     MOVE "______________________________" TO W18LT-TEXTO.
008310     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008320         AFTER ADVANCING 4 LINES.
008330     MOVE "DIRECAO / SECRETARIA ESCOLAR" TO W18LT-TEXTO.
008340     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008350         AFTER ADVANCING 1 LINE.
008360*-----------------------------------------------------------------
008370 5120-IMPRIME-DESTINATARIO.
008380     EVALUATE TRUE
008390        WHEN RS-MAE
008400           MOVE "MAE"         TO WS-PARENTESCO-DESC
008410        WHEN RS-PAI
008420           MOVE "PAI"         TO WS-PARENTESCO-DESC
008430        WHEN RS-AVO
008440           MOVE "AVO(A)"      TO WS-PARENTESCO-DESC
008450        WHEN RS-TUTOR
008460           MOVE "TUTOR LEGAL" TO WS-PARENTESCO-DESC
008470        WHEN OTHER
008480           MOVE "RESPONSAVEL" TO WS-PARENTESCO-DESC
008490     END-EVALUATE.
008500     MOVE RS-NOME            TO W18L2-NOME.
008510     MOVE WS-PARENTESCO-DESC TO W18L2-PARENTESCO.
008520     WRITE CT-LINHA FROM WS18-CARTA-DEST-LINHA
008530         AFTER ADVANCING 2 LINES.
008540     MOVE SPACES TO W18LT-TEXTO.
008550     MOVE RS-ENDERECO TO W18LT-TEXTO.
008560     WRITE CT-LINHA FROM WS18-CARTA-TEXTO-LINHA
008570         AFTER ADVANCING 1 LINE.
008580     MOVE SPACES TO WS-CEP-EDITADO.
008590     IF RS-CEP IS NUMERIC
008600        MOVE RS-CEP (1:5) TO WS-CEP-EDITADO (1:5)
008610        MOVE "-"          TO WS-CEP-EDITADO (6:1)
008620        MOVE RS-CEP (6:3) TO WS-CEP-EDITADO (7:3)
008630     END-IF.
008640     MOVE RS-BAIRRO      TO W18L4-BAIRRO.
008650     MOVE WS-CEP-EDITADO TO W18L4-CEP.
008660     WRITE CT-LINHA FROM WS18-CARTA-BAIRRO-LINHA
008670         AFTER ADVANCING 1 LINE.
008680*-----------------------------------------------------------------
008690* UMA REFERENCIA POR ALUNO DA FAMILIA (A TABELA ESTA EM ORDEM
008700* DE MATRICULA).
008710*-----------------------------------------------------------------
008720 5150-IMPRIME-REFERENCIA.
008730     IF WS-FAM-IDX > 1
008740        COMPUTE WS-FAM-ANT = WS-FAM-IDX - 1
008750        IF WS-FAM-MATRICULA (WS-FAM-IDX) =
008760           WS-FAM-MATRICULA (WS-FAM-ANT)
008770           GO TO 5150-IMPRIME-REFERENCIA-EXIT
008780        END-IF
008790     END-IF.
008800     ADD 1 TO WS-TOT-ALUNOS.
008810     MOVE WS-FAM-NOME (WS-FAM-IDX)      TO W18LR-NOME.
008820     MOVE WS-FAM-MATRICULA (WS-FAM-IDX) TO W18LR-MATRICULA.
008830     MOVE WS-FAM-TURMA (WS-FAM-IDX)     TO W18LR-TURMA.
008840     MOVE WS-FAM-ANO (WS-FAM-IDX)       TO W18LR-ANO.
008850     WRITE CT-LINHA FROM WS18-CARTA-REF-LINHA
008860         AFTER ADVANCING 1 LINE.
008870     IF WS-FAM-CADASTRO (WS-FAM-IDX) NOT = "S"
008880        ADD 1 TO WS-TOT-FORA-CAD
008890     END-IF.
008900 5150-IMPRIME-REFERENCIA-EXIT. EXIT.
008910*-----------------------------------------------------------------
008920 5160-IMPRIME-MOTIVO.
008930     PERFORM 5170-DESCREVE-ORIGEM.
008940     MOVE WS-FAM-NOME (WS-FAM-IDX)  TO W18LM-NOME.
008950     MOVE WS-ASSUNTO                TO W18LM-ASSUNTO.
008960     MOVE WS-FAM-TEXTO (WS-FAM-IDX) TO W18LM-TEXTO.
008970     WRITE CT-LINHA FROM WS18-CARTA-MOTIVO-LINHA
008980         AFTER ADVANCING 1 LINE.
008990*-----------------------------------------------------------------
009000 5170-DESCREVE-ORIGEM.
009010     EVALUATE WS-FAM-ORIGEM (WS-FAM-IDX)
009020        WHEN "R"
009030           MOVE "ACOMPANHAMENTO BIMESTRAL (RISCO)"
009040               TO WS-ASSUNTO
009050        WHEN "A"
009060           MOVE "AUSENCIA NO EXAME DE RECUPERACAO"
009070               TO WS-ASSUNTO
009080        WHEN "C"
009090           MOVE "RESULTADO DO CONSELHO DE CLASSE"
009100               TO WS-ASSUNTO
009110        WHEN OTHER
009120           MOVE "ACOMPANHAMENTO ESCOLAR" TO WS-ASSUNTO
009130     END-EVALUATE.
009140*-----------------------------------------------------------------
009150* REGISTRO DO GATEWAY DE SMS/E-MAIL DA PREFEITURA, UM POR
009160* FAMILIA: D;ESCOLA;CANAL;DESTINO;RESPONSAVEL;ALUNOS;DATA;HORA;
009170* LOCAL;MOTIVOS; - OS ALUNOS COMO MATRICULA-NOME SEPARADOS POR
009180* "," E OS MOTIVOS COMO MATRICULA E DADO SEPARADOS POR " / ".
009190*-----------------------------------------------------------------
009200 5300-GRAVA-ENVIO.
009210     MOVE SPACES TO WS-ENVIO-LINHA.
009220     MOVE 1 TO WS-PONTEIRO.
009230     STRING "D;" WS-ESCOLA-GRUPO ";" RS-CANAL ";"
009240         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009250         WITH POINTER WS-PONTEIRO.
009260     MOVE SPACES TO WS-TRIM-TEXTO.
009270     IF RS-CANAL-SMS
009280        MOVE RS-TELEFONE TO WS-TRIM-TEXTO
009290        MOVE 11 TO WS-TRIM-TAM
009300        ADD 1 TO WS-TOT-SMS
009310     ELSE
009320        MOVE RS-EMAIL TO WS-TRIM-TEXTO
009330        MOVE 40 TO WS-TRIM-TAM
009340        ADD 1 TO WS-TOT-EMAIL
009350     END-IF.
009360     PERFORM 7000-APENDA-TEXTO THRU 7000-APENDA-TEXTO-EXIT.
009370     MOVE RS-NOME TO WS-TRIM-TEXTO.
009380     MOVE 30 TO WS-TRIM-TAM.
009390     PERFORM 7000-APENDA-TEXTO THRU 7000-APENDA-TEXTO-EXIT.
009400     PERFORM 5350-APENDA-ALUNO THRU 5350-APENDA-ALUNO-EXIT
009410         VARYING WS-FAM-IDX FROM 1 BY 1
009420         UNTIL WS-FAM-IDX > WS-FAM-QTD.
009430     STRING ";" WS-DATA-REUNIAO ";" WS-HORA-REUNIAO ";"
009440         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009450         WITH POINTER WS-PONTEIRO.
009460     MOVE WS-LOCAL-REUNIAO TO WS-TRIM-TEXTO.
009470     MOVE 50 TO WS-TRIM-TAM.
009480     PERFORM 7000-APENDA-TEXTO THRU 7000-APENDA-TEXTO-EXIT.
009490     PERFORM 5360-APENDA-MOTIVO
009500         VARYING WS-FAM-IDX FROM 1 BY 1
009510         UNTIL WS-FAM-IDX > WS-FAM-QTD.
009520     STRING ";" DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009530         WITH POINTER WS-PONTEIRO.
009540     WRITE EV-LINHA FROM WS-ENVIO-LINHA.
009550     ADD 1 TO WS-TOT-ENVIOS.
009560*-----------------------------------------------------------------
009570 5350-APENDA-ALUNO.
009580     IF WS-FAM-IDX > 1
009590        COMPUTE WS-FAM-ANT = WS-FAM-IDX - 1
009600        IF WS-FAM-MATRICULA (WS-FAM-IDX) =
009610           WS-FAM-MATRICULA (WS-FAM-ANT)
009620           GO TO 5350-APENDA-ALUNO-EXIT
009630        END-IF
009640        STRING "," DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009650            WITH POINTER WS-PONTEIRO
009660     END-IF.
009670     STRING WS-FAM-MATRICULA (WS-FAM-IDX) "-"
009680         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009690         WITH POINTER WS-PONTEIRO.
009700     MOVE WS-FAM-NOME (WS-FAM-IDX) TO WS-TRIM-TEXTO.
009710     MOVE 15 TO WS-TRIM-TAM.
009720     PERFORM 7010-APENDA-SEM-DELIMITADOR THRU
009730         7010-APENDA-SEM-DELIMITADOR-EXIT.
009740 5350-APENDA-ALUNO-EXIT. EXIT.
009750*-----------------------------------------------------------------
009760 5360-APENDA-MOTIVO.
009770     IF WS-FAM-IDX > 1
009780        STRING " / " DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009790            WITH POINTER WS-PONTEIRO
009800     END-IF.
009810     STRING WS-FAM-MATRICULA (WS-FAM-IDX) " "
009820         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
009830         WITH POINTER WS-PONTEIRO.
009840     MOVE WS-FAM-TEXTO (WS-FAM-IDX) TO WS-TRIM-TEXTO.
009850     MOVE 40 TO WS-TRIM-TAM.
009860     PERFORM 7010-APENDA-SEM-DELIMITADOR THRU
009870         7010-APENDA-SEM-DELIMITADOR-EXIT.
009880*-----------------------------------------------------------------
009890* UMA LINHA NO LIVRO CONVLOG E UMA NO CONTROLE POR MOTIVO
009900* CONVOCADO, COM O CANAL E O DESTINO EFETIVAMENTE USADOS.
009910*-----------------------------------------------------------------
009920 5400-REGISTRA-MOTIVO.
009930     MOVE WS-DATA-FORMATADA            TO CL-DATA-EMISSAO.
009940     MOVE WS-HORA-FORMATADA            TO CL-HORA-EMISSAO.
009950     MOVE WS-FAM-ANO (WS-FAM-IDX)      TO CL-ANO-LETIVO.
009960     MOVE WS-ESCOLA-GRUPO              TO CL-ESCOLA.
009970     MOVE WS-FAM-MATRICULA (WS-FAM-IDX) TO CL-MATRICULA.
009980     MOVE WS-FAM-ORIGEM (WS-FAM-IDX)   TO CL-ORIGEM.
009990     MOVE WS-CANAL-LOG                 TO CL-CANAL.
010000     MOVE SPACES                       TO CL-RESPONSAVEL.
010010     MOVE SPACES                       TO CL-DESTINO.
010020     IF RESP-ACHOU
010030        MOVE RS-NOME TO CL-RESPONSAVEL
010040        EVALUATE TRUE
010050           WHEN RS-CANAL-SMS
010060              MOVE RS-TELEFONE TO CL-DESTINO
010070           WHEN RS-CANAL-EMAIL
010080              MOVE RS-EMAIL    TO CL-DESTINO
010090           WHEN OTHER
010100              MOVE RS-ENDERECO TO CL-DESTINO
010110        END-EVALUATE
010120     END-IF.
010130     MOVE WS-DATA-REUNIAO              TO CL-DATA-REUNIAO.
010140     MOVE WS-HORA-REUNIAO              TO CL-HORA-REUNIAO.
010150     MOVE WS-FAM-TEXTO (WS-FAM-IDX)    TO CL-TEXTO.
010160     WRITE CONVL-REC.
010170     IF CONVLOG-OK
010180        ADD 1 TO WS-TOT-MOTIVOS
010190     ELSE
010200        DISPLAY "ERRO NA GRAVACAO DO CONVLOG - STATUS "
010210                WS-CONVLOG-STATUS " - MATRICULA "
010220                CL-MATRICULA " SEM REGISTRO DA CONVOCACAO"
010230        MOVE "S" TO WS-ERRO-CONVOCACAO
010240        MOVE "S" TO WS-FIM-ARQUIVO
010250     END-IF.
010260     MOVE WS-ESCOLA-GRUPO               TO W18D-ESCOLA.
010270     MOVE WS-FAM-MATRICULA (WS-FAM-IDX) TO W18D-MATRICULA.
010280     MOVE WS-FAM-NOME (WS-FAM-IDX)      TO W18D-NOME-ALUNO.
010290     IF WS-FAM-CADASTRO (WS-FAM-IDX) = "S"
010300        MOVE WS-FAM-TURMA (WS-FAM-IDX)  TO W18D-TURMA
010310     ELSE
010320        MOVE "FORA CAD."                TO W18D-TURMA
010330     END-IF.
010340     IF RESP-ACHOU
010350        MOVE RS-NOME                    TO W18D-RESPONSAVEL
010360     ELSE
010370        MOVE "** SEM RESPONSAVEL **"    TO W18D-RESPONSAVEL
010380     END-IF.
010390     MOVE WS-CANAL-DESC                 TO W18D-CANAL.
010400     MOVE WS-FAM-ORIGEM (WS-FAM-IDX)    TO W18D-ORIGEM.
010410     MOVE WS-FAM-TEXTO (WS-FAM-IDX)     TO W18D-TEXTO.
010420     WRITE RL18-LINHA FROM WS18-DET-LINHA.
010430*-----------------------------------------------------------------
010440* LE O RESPONSAVEL PELA MATRICULA DE AV-MATRICULA.
010450*-----------------------------------------------------------------
010460 6000-PROCURA-RESPONSAVEL.
010470     MOVE "N" TO WS-RESP-ACHOU.
010480     IF NOT RESP-DISPONIVEL
010490        GO TO 6000-PROCURA-RESPONSAVEL-EXIT
010500     END-IF.
010510     MOVE AV-MATRICULA TO RS-MATRICULA.
010520     READ RESP-FILE
010530         INVALID KEY
010540            CONTINUE
010550         NOT INVALID KEY
010560            MOVE "S" TO WS-RESP-ACHOU
010570     END-READ.
010580     IF NOT RESP-ACHOU AND NOT RESP-NAO-ACHADO
010590        DISPLAY "ERRO NA LEITURA DE RESPONSAVEIS - STATUS "
010600                WS-RESP-STATUS
010610     END-IF.
010620 6000-PROCURA-RESPONSAVEL-EXIT. EXIT.
010630*-----------------------------------------------------------------
010640* APENDA WS-TRIM-TEXTO (ATE WS-TRIM-TAM POSICOES) SEM OS BRANCOS
010650* A DIREITA, SEGUIDO DO DELIMITADOR (7000) OU SEM ELE (7010).
010660*-----------------------------------------------------------------
010670 7000-APENDA-TEXTO.
010680     PERFORM 7010-APENDA-SEM-DELIMITADOR THRU
010690         7010-APENDA-SEM-DELIMITADOR-EXIT.
010700     STRING ";" DELIMITED BY SIZE INTO WS-ENVIO-LINHA
010710         WITH POINTER WS-PONTEIRO.
010720 7000-APENDA-TEXTO-EXIT. EXIT.
010730*-----------------------------------------------------------------
010740 7010-APENDA-SEM-DELIMITADOR.
010750     PERFORM 7050-ACHA-TAMANHO THRU 7050-ACHA-TAMANHO-EXIT.
010760     IF WS-TRIM-TAM = ZEROS
010770        GO TO 7010-APENDA-SEM-DELIMITADOR-EXIT
010780     END-IF.
010790     STRING WS-TRIM-TEXTO (1:WS-TRIM-TAM)
010800         DELIMITED BY SIZE INTO WS-ENVIO-LINHA
010810         WITH POINTER WS-PONTEIRO.
010820 7010-APENDA-SEM-DELIMITADOR-EXIT. EXIT.
010830*-----------------------------------------------------------------
010840 7050-ACHA-TAMANHO.
010850     MOVE WS-TRIM-TAM TO WS-TRIM-SUB.
010860     PERFORM 7060-RECUA-BRANCO THRU 7060-RECUA-BRANCO-EXIT
010870         UNTIL WS-TRIM-SUB = ZEROS
010880         OR WS-TRIM-TEXTO (WS-TRIM-SUB:1) NOT = SPACE.
010890     MOVE WS-TRIM-SUB TO WS-TRIM-TAM.
010900 7050-ACHA-TAMANHO-EXIT. EXIT.
010910*-----------------------------------------------------------------
010920 7060-RECUA-BRANCO.
010930     SUBTRACT 1 FROM WS-TRIM-SUB.
010940 7060-RECUA-BRANCO-EXIT. EXIT.
010950*-----------------------------------------------------------------
010960 8000-FINALIZA.
010970     IF SAIDAS-ABERTAS
010980        PERFORM 8100-IMPRIME-TOTAIS
010990        MOVE SPACES TO WS-ENVIO-LINHA
011000        MOVE 1 TO WS-PONTEIRO
011010        STRING "T;" WS-TOT-ENVIOS ";"
011020            DELIMITED BY SIZE INTO WS-ENVIO-LINHA
011030            WITH POINTER WS-PONTEIRO
011040        WRITE EV-LINHA FROM WS-ENVIO-LINHA
011050        CLOSE CARTAS-FILE
011060        CLOSE ENVIO-FILE
011070        CLOSE CONVLOG-FILE
011080        CLOSE RELCONV-FILE
011090     END-IF.
011100     IF CAD-ABERTO
011110        CLOSE CAD-FILE
011120     END-IF.
011130     IF RESP-DISPONIVEL
011140        CLOSE RESP-FILE
011150     END-IF.
011160     DISPLAY "CARTAS EMITIDAS (FAMILIAS): " WS-TOT-FAMILIAS.
011170     DISPLAY "ALUNOS CONVOCADOS.........: " WS-TOT-ALUNOS.
011180     DISPLAY "MOTIVOS REGISTRADOS.......: " WS-TOT-MOTIVOS.
011190     DISPLAY "ENVIOS SMS / E-MAIL.......: " WS-TOT-SMS " / "
011200             WS-TOT-EMAIL.
011210     IF WS-TOT-SEM-RESP > ZEROS
011220        DISPLAY "CARTAS SEM RESPONSAVEL CADASTRADO: "
011230                WS-TOT-SEM-RESP " - CADASTRE PELO PROGRAMA25"
011240     END-IF.
011250     IF ERRO-CONVOCACAO OR WS-TOT-SEM-RESP > ZEROS
011260        OR WS-TOT-EXCEDENTES > ZEROS
011270        MOVE 8 TO RETURN-CODE
011280        DISPLAY "CONVOCACAO COM PENDENCIAS - RETURN-CODE 8"
011290     END-IF.
011300     DISPLAY "FIM DO PROGRAMA26".
011310*-----------------------------------------------------------------
011320 8100-IMPRIME-TOTAIS.
011330     MOVE SPACES TO RL18-LINHA.
011340     WRITE RL18-LINHA.
011350     IF WS-TOT-FAMILIAS = ZEROS
011360        MOVE "NENHUM ALUNO A CONVOCAR NAS ORIGENS PEDIDAS"
011370            TO W18M-TEXTO
011380        WRITE RL18-LINHA FROM WS18-MSG-LINHA
011390     END-IF.
011400     MOVE "APONTAMENTOS LIDOS - RISCO" TO W18T-DESCRICAO.
011410     MOVE WS-TOT-LIDOS-R TO W18T-VALOR.
011420     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011430     MOVE "APONTAMENTOS LIDOS - RECUPERACAO" TO W18T-DESCRICAO.
011440     MOVE WS-TOT-LIDOS-A TO W18T-VALOR.
011450     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011460     MOVE "APONTAMENTOS LIDOS - CONSELHO" TO W18T-DESCRICAO.
011470     MOVE WS-TOT-LIDOS-C TO W18T-VALOR.
011480     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011490     MOVE "CARTAS EMITIDAS (FAMILIAS)" TO W18T-DESCRICAO.
011500     MOVE WS-TOT-FAMILIAS TO W18T-VALOR.
011510     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011520     MOVE "ALUNOS CONVOCADOS" TO W18T-DESCRICAO.
011530     MOVE WS-TOT-ALUNOS TO W18T-VALOR.
011540     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011550     MOVE "MOTIVOS REGISTRADOS NO CONVLOG" TO W18T-DESCRICAO.
011560     MOVE WS-TOT-MOTIVOS TO W18T-VALOR.
011570     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011580     MOVE "ENVIOS AO GATEWAY - SMS" TO W18T-DESCRICAO.
011590     MOVE WS-TOT-SMS TO W18T-VALOR.
011600     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011610     MOVE "ENVIOS AO GATEWAY - E-MAIL" TO W18T-DESCRICAO.
011620     MOVE WS-TOT-EMAIL TO W18T-VALOR.
011630     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011640     MOVE "CARTAS SEM RESPONSAVEL CADASTRADO" TO W18T-DESCRICAO.
011650     MOVE WS-TOT-SEM-RESP TO W18T-VALOR.
011660     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011670     MOVE "ALUNOS FORA DO CADASTRO MESTRE" TO W18T-DESCRICAO.
011680     MOVE WS-TOT-FORA-CAD TO W18T-VALOR.
011690     WRITE RL18-LINHA FROM WS18-TOT-LINHA.
011700     IF WS-TOT-EXCEDENTES > ZEROS
011710        MOVE "MOTIVOS NAO CONVOCADOS (CARTA CHEIA)"
011720            TO W18T-DESCRICAO
011730        MOVE WS-TOT-EXCEDENTES TO W18T-VALOR
011740        WRITE RL18-LINHA FROM WS18-TOT-LINHA
011750     END-IF.
011760*-----------------------------------------------------------------
011770 9100-PROCURA-ESCOLA.
011780     MOVE "N" TO WS-ESCT-ACHOU.
011790     MOVE 1 TO WS-ESCT-IDX.
011800     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
011810         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
011820     IF ESCT-ACHOU
011830        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
011840     ELSE
011850        MOVE SPACES TO WS-NOME-ESCOLA
011860        STRING "ESCOLA " WS-ESCOLA-ATUAL
011870            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
011880     END-IF.
011890 9100-PROCURA-ESCOLA-EXIT. EXIT.
011900*-----------------------------------------------------------------
011910 9150-COMPARA-ESCOLA.
011920     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
011930        MOVE "S" TO WS-ESCT-ACHOU
011940     ELSE
011950        ADD 1 TO WS-ESCT-IDX
011960     END-IF.
011970 9150-COMPARA-ESCOLA-EXIT. EXIT.
011980*-----------------------------------------------------------------
011990 END PROGRAM PROGRAMA26.
