000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    TELA DE CONSULTA DA SITUACAO DO ALUNO PARA O BALCAO
000070*             DA SECRETARIA, SEPARADA DA MANUTENCAO DO PROGRAMA07.
000080*             PEDE A MATRICULA OU PARTE DO NOME (O NOME QUE CASA
000090*             COM MAIS DE UM ALUNO ABRE A LISTA PARA ESCOLHER) E
000100*             MOSTRA NUMA SO TELA: OS DADOS DO CADASTRO COM O
000110*             NOME DA ESCOLA (ESCOLAS), A MEDIA DE CADA BIMESTRE
000120*             POR DISCIPLINA NO ANO CORRENTE (HISTBIM), A
000130*             FREQUENCIA ACUMULADA (FREQUENCIA), OS EVENTOS DE
000140*             ENTRADA/SAIDA (MOVIMENTO), A SITUACAO DO ANO NO
000150*             MATRANUAL E NO MATFINAL (RECUPERACAO E DECISAO DO
000160*             CONSELHO) E OS ANOS ANTERIORES GUARDADOS NO
000170*             ARQANUAL. SO CONSULTA: TODOS OS ARQUIVOS SAO
000180*             ABERTOS EM INPUT E NADA E GRAVADO, PARA O
000190*             PROGRAMA PODER SER LIBERADO AO ATENDIMENTO SEM
000200*             ACESSO DE MANUTENCAO. OS ARQUIVOS DA SITUACAO SAO
000210*             RELIDOS A CADA CONSULTA, PARA MOSTRAR O QUE ESTIVER
000220*             GRAVADO NO MOMENTO.
000230* TECTONICS.  cobc -x programa20.cbl
000240*
000250* MODIFICATION HISTORY.
000260*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000270*   2026-10-15 JAS  MATRICULA DIGITADA A ESQUERDA (EX.: "1    ") E
000280*                   APARADA E ALINHADA A DIREITA ANTES DA LEITURA
000290*                   DO CADASTRO.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PROGRAMA20.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CAD-FILE ASSIGN TO CADASTRO
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CD-MATRICULA
000400         FILE STATUS IS WS-CAD-STATUS.
000410     SELECT ESC-FILE ASSIGN TO ESCOLAS
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ESCOLAS-STATUS.
000440     SELECT PARM-FILE ASSIGN TO PARAMETROS
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT HIST-FILE ASSIGN TO HISTBIM
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HIST-STATUS.
000500     SELECT FREQ-FILE ASSIGN TO FREQUENCIA
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FREQ-STATUS.
000530     SELECT MOV-FILE ASSIGN TO MOVIMENTO
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MOV-STATUS.
000560     SELECT MATAN-FILE ASSIGN TO MATRANUAL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MATAN-STATUS.
000590     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MATFIN-STATUS.
000620     SELECT ARQ-FILE ASSIGN TO ARQANUAL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ARQ-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CAD-FILE
000680     RECORD CONTAINS 32 CHARACTERS.
000690     COPY CADREC.
000700 FD  ESC-FILE
000710     RECORD CONTAINS 32 CHARACTERS.
000720     COPY ESCREC.
000730 FD  PARM-FILE
000740     RECORD CONTAINS 34 CHARACTERS.
000750     COPY PARMREC.
000760 FD  HIST-FILE
000770     RECORD CONTAINS 55 CHARACTERS.
000780     COPY HISTREC.
000790 FD  FREQ-FILE
000800     RECORD CONTAINS 12 CHARACTERS.
000810     COPY FREQREC.
000820 FD  MOV-FILE
000830     RECORD CONTAINS 42 CHARACTERS.
000840     COPY MOVREC.
000850 FD  MATAN-FILE
000860     RECORD CONTAINS 35 CHARACTERS.
000870     COPY MATANOREC.
000880 FD  MATFIN-FILE
000890     RECORD CONTAINS 40 CHARACTERS.
000900     COPY MATFINREC.
000910 FD  ARQ-FILE
000920     RECORD CONTAINS 56 CHARACTERS.
000930     COPY ARQREC.
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------------
000960* CHAVES E CONTADORES DE CONTROLE
000970*-----------------------------------------------------------------
000980 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
000990     88  CAD-OK                      VALUE "00".
001000 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
001010     88  ESCOLAS-OK                  VALUE "00".
001020 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001030     88  PARM-OK                     VALUE "00".
001040 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
001050     88  HIST-OK                     VALUE "00".
001060 77  WS-FREQ-STATUS        PIC X(02) VALUE "00".
001070     88  FREQ-OK                     VALUE "00".
001080 77  WS-MOV-STATUS         PIC X(02) VALUE "00".
001090     88  MOV-OK                      VALUE "00".
001100 77  WS-MATAN-STATUS       PIC X(02) VALUE "00".
001110     88  MATAN-OK                    VALUE "00".
001120 77  WS-MATFIN-STATUS      PIC X(02) VALUE "00".
001130     88  MATFIN-OK                   VALUE "00".
001140 77  WS-ARQ-STATUS         PIC X(02) VALUE "00".
001150     88  ARQ-OK                      VALUE "00".
001160 77  WS-CAD-ABERTO         PIC X(01) VALUE "N".
001170     88  CAD-ABERTO                  VALUE "S".
001180 77  WS-FIM-MENU           PIC X(01) VALUE "N".
001190     88  FIM-MENU                    VALUE "S".
001200 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
001210     88  FIM-ESCOLAS                 VALUE "S".
001220 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001230     88  FIM-PARM                    VALUE "S".
001240 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001250     88  FIM-ARQUIVO                 VALUE "S".
001260 77  WS-FIM-CADASTRO       PIC X(01) VALUE "N".
001270     88  FIM-CADASTRO                VALUE "S".
001280 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001290 01  WS-DATA-AAAAMMDD.
001300     05  WS-DATA-AAAA      PIC 9(04).
001310     05  WS-DATA-MM        PIC 9(02).
001320     05  WS-DATA-DD        PIC 9(02).
001330 77  WS-OPCAO              PIC X(01) VALUE SPACE.
001340 77  WS-MENSAGEM           PIC X(60) VALUE SPACES.
001350*-----------------------------------------------------------------
001360* TABELA DE ESCOLAS (CODIGO -> NOME)
001370*-----------------------------------------------------------------
001380 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
001390 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
001400 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
001410 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
001420 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
001430     88  ESCT-ACHOU                  VALUE "S".
001440 01  WS-ESCT-TABELA.
001450     05  WS-ESCT-ENT OCCURS 10 TIMES.
001460         10  WS-ESCT-CODIGO    PIC 9(02).
001470         10  WS-ESCT-NOME      PIC X(30).
001480*-----------------------------------------------------------------
001490* CHAVE DA PESQUISA: MATRICULA OU PARTE DO NOME
001500*-----------------------------------------------------------------
001510 01  WS-PESQUISA-ED.
001520     05  CH-MATRICULA      PIC X(05).
001530     05  CH-NOME           PIC X(15).
001540 01  WS-MATRIC-JUST        PIC X(05) JUSTIFIED RIGHT.
001550 01  WS-MATRIC-NUM REDEFINES WS-MATRIC-JUST PIC 9(05).
001560 77  WS-NOME-LEN           PIC 9(02) VALUE ZEROS.
001570 77  WS-MATRIC-LEN         PIC 9(01) VALUE ZEROS.
001580 77  WS-NOME-OCORRE        PIC 9(02) VALUE ZEROS.
001590 77  WS-MINUSCULAS         PIC X(26)
001600         VALUE "abcdefghijklmnopqrstuvwxyz".
001610 77  WS-MAIUSCULAS         PIC X(26)
001620         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001630*-----------------------------------------------------------------
001640* ALUNOS CUJO NOME CONTEM O TEXTO PESQUISADO (ATE 15 NA LISTA)
001650*-----------------------------------------------------------------
001660 77  WS-LST-QTD            PIC 9(02) VALUE ZEROS.
001670 77  WS-LST-IDX            PIC 9(02) VALUE ZEROS.
001680 77  WS-LST-EXCEDEU        PIC X(01) VALUE "N".
001690     88  LST-EXCEDEU                 VALUE "S".
001700 01  WS-LST-TABELA.
001710     05  WS-LST-LINHA      PIC X(60) OCCURS 15 TIMES.
001720 01  WS-LST-DET.
001730     05  WLS-MATRICULA     PIC 9(05).
001740     05  FILLER            PIC X(02) VALUE SPACE.
001750     05  WLS-NOME          PIC X(15).
001760     05  FILLER            PIC X(02) VALUE SPACE.
001770     05  WLS-TURMA         PIC X(10).
001780     05  FILLER            PIC X(09) VALUE "  ESCOLA ".
001790     05  WLS-ESCOLA        PIC 9(02).
001800     05  FILLER            PIC X(15) VALUE SPACE.
001810*-----------------------------------------------------------------
001820* MEDIAS DO ANO CORRENTE NO HISTBIM, POR DISCIPLINA E BIMESTRE
001830*-----------------------------------------------------------------
001840 77  WS-HDS-QTD            PIC 9(02) VALUE ZEROS.
001850 77  WS-HDS-IDX            PIC 9(02) VALUE ZEROS.
001860 77  WS-HDS-ACHOU          PIC X(01) VALUE "N".
001870     88  HDS-ACHOU                   VALUE "S".
001880 77  WS-BIM-IDX            PIC 9(01) VALUE ZEROS.
001890 01  WS-HDS-TABELA.
001900     05  WS-HDS-ENT OCCURS 10 TIMES.
001910         10  WS-HDS-DISCIPLINA PIC X(03).
001920         10  WS-HDS-TEM-BIM    PIC X(01) OCCURS 4 TIMES.
001930         10  WS-HDS-MEDIA      PIC 9(02)V9(01) OCCURS 4 TIMES.
001940*-----------------------------------------------------------------
001950* FREQUENCIA ACUMULADA, MOVIMENTO, SITUACAO E ANOS ARQUIVADOS
001960*-----------------------------------------------------------------
001970 77  WS-FRQ-AULAS          PIC 9(04) VALUE ZEROS.
001980 77  WS-FRQ-FALTAS         PIC 9(04) VALUE ZEROS.
001990 77  WS-FRQ-ACHOU          PIC X(01) VALUE "N".
002000     88  FRQ-ACHOU                   VALUE "S".
002010 77  WS-FREQ-PERC          PIC 9(03) VALUE ZEROS.
002020 77  WS-MOV-QTD            PIC 9(02) VALUE ZEROS.
002030 01  WS-MOV-TABELA.
002040     05  WS-MOV-ENT        PIC X(42) OCCURS 3 TIMES.
002050 77  WS-MATAN-ACHOU        PIC X(01) VALUE "N".
002060     88  MATAN-ACHOU                 VALUE "S".
002070 01  WS-MATAN-ALUNO        PIC X(35).
002080 77  WS-MATFIN-ACHOU       PIC X(01) VALUE "N".
002090     88  MATFIN-ACHOU                VALUE "S".
002100 01  WS-MATFIN-ALUNO       PIC X(40).
002110 77  WS-ARQ-QTD            PIC 9(02) VALUE ZEROS.
002120 77  WS-ARQ-IDX            PIC 9(02) VALUE ZEROS.
002130 77  WS-ARQ-ACHOU          PIC X(01) VALUE "N".
002140     88  ARQ-ACHOU                   VALUE "S".
002150 01  WS-ARQ-TABELA.
002160     05  WS-ARQ-ANO        PIC 9(04) OCCURS 10 TIMES.
002170 77  WS-SIT-TEXTO          PIC X(11) VALUE SPACES.
002180 77  WS-SIT-CODIGO         PIC X(01) VALUE SPACE.
002190*-----------------------------------------------------------------
002200* LINHAS DA TELA DE SITUACAO, MONTADAS A CADA CONSULTA
002210*-----------------------------------------------------------------
002220 77  WS-TL-IDX             PIC 9(02) VALUE ZEROS.
002230 77  WS-TL-PTR             PIC 9(02) VALUE ZEROS.
002240 01  WS-TL-TABELA.
002250     05  WS-TL-LINHA       PIC X(78) OCCURS 19 TIMES.
002260 01  WS-TL-CAD-1.
002270     05  FILLER            PIC X(11) VALUE "MATRICULA: ".
002280     05  WTC-MATRICULA     PIC 9(05).
002290     05  FILLER            PIC X(08) VALUE "  NOME: ".
002300     05  WTC-NOME          PIC X(15).
002310     05  FILLER            PIC X(09) VALUE "  TURMA: ".
002320     05  WTC-TURMA         PIC X(10).
002330     05  FILLER            PIC X(20) VALUE SPACE.
002340 01  WS-TL-CAD-2.
002350     05  FILLER            PIC X(11) VALUE "ESCOLA...: ".
002360     05  WTC-ESCOLA        PIC 9(02).
002370     05  FILLER            PIC X(03) VALUE " - ".
002380     05  WTC-NOME-ESCOLA   PIC X(30).
002390     05  FILLER            PIC X(32) VALUE SPACE.
002400 01  WS-TL-HIST-CAB.
002410     05  FILLER            PIC X(29)
002420         VALUE "MEDIAS DO ANO LETIVO (HISTBIM".
002430     05  FILLER            PIC X(02) VALUE ") ".
002440     05  WTH-ANO           PIC 9(04).
002450     05  FILLER            PIC X(43)
002460         VALUE "       DISC  BIM1   BIM2   BIM3   BIM4".
002470 01  WS-TL-HIST-DET.
002480     05  FILLER            PIC X(42) VALUE SPACE.
002490     05  WTH-DISCIPLINA    PIC X(03).
002500     05  WTH-BIM-ENT OCCURS 4 TIMES.
002510         10  FILLER        PIC X(03).
002520         10  WTH-MEDIA     PIC X(04).
002530     05  FILLER            PIC X(05) VALUE SPACE.
002540 01  WS-TL-NOTA-EDIT       PIC Z9.9.
002550 01  WS-TL-FREQ.
002560     05  FILLER            PIC X(22)
002570         VALUE "FREQUENCIA ACUMULADA: ".
002580     05  WTF-PERC          PIC ZZ9.
002590     05  FILLER            PIC X(10) VALUE "%  AULAS: ".
002600     05  WTF-AULAS         PIC ZZZ9.
002610     05  FILLER            PIC X(10) VALUE "  FALTAS: ".
002620     05  WTF-FALTAS        PIC ZZZ9.
002630     05  FILLER            PIC X(25) VALUE SPACE.
002640 01  WS-TL-MOV.
002650     05  FILLER            PIC X(11) VALUE "MOVIMENTO: ".
002660     05  WTM-EVENTO        PIC X(07).
002670     05  FILLER            PIC X(01) VALUE SPACE.
002680     05  WTM-DATA          PIC X(10).
002690     05  FILLER            PIC X(06) VALUE "  BIM ".
002700     05  WTM-BIMESTRE      PIC 9(01).
002710     05  FILLER            PIC X(02) VALUE SPACE.
002720     05  WTM-ESCOLA-EXT    PIC X(25).
002730     05  FILLER            PIC X(15) VALUE SPACE.
002740 01  WS-TL-MATAN.
002750     05  FILLER            PIC X(20) VALUE "APURACAO ANUAL....: ".
002760     05  FILLER            PIC X(06) VALUE "MEDIA ".
002770     05  WTA-MEDIA         PIC Z9.9.
002780     05  FILLER            PIC X(15) VALUE "  DISC REPROV: ".
002790     05  WTA-REPROVA       PIC Z9.
002800     05  FILLER            PIC X(08) VALUE "  FREQ: ".
002810     05  WTA-FREQ          PIC ZZ9.
002820     05  FILLER            PIC X(03) VALUE "%  ".
002830     05  WTA-SITUACAO      PIC X(11).
002840     05  FILLER            PIC X(06) VALUE SPACE.
002850 01  WS-TL-MATFIN.
002860     05  FILLER            PIC X(20) VALUE "SITUACAO FINAL....: ".
002870     05  FILLER            PIC X(06) VALUE "RECUP ".
002880     05  WTF2-RECUP        PIC X(04).
002890     05  FILLER            PIC X(15) VALUE "  MEDIA FINAL: ".
002900     05  WTF2-MEDIA        PIC Z9.9.
002910     05  FILLER            PIC X(02) VALUE SPACE.
002920     05  WTF2-SITUACAO     PIC X(11).
002930     05  FILLER            PIC X(02) VALUE SPACE.
002940     05  WTF2-ORIGEM       PIC X(14).
002950 01  WS-TL-ARQ.
002960     05  FILLER            PIC X(20) VALUE "ANOS NO ARQANUAL..: ".
002970     05  WTR-ANO-ENT OCCURS 10 TIMES.
002980         10  WTR-ANO       PIC X(04).
002990         10  FILLER        PIC X(01).
003000     05  FILLER            PIC X(08) VALUE SPACE.
003010 SCREEN SECTION.
003020 01  TELA-PESQUISA.
003030     05  BLANK SCREEN.
003040     05  LINE 02 COL 10
003050         VALUE "CONSULTA DA SITUACAO DO ALUNO - PROGRAMA20".
003060     05  LINE 04 COL 10 VALUE "MATRICULA..........: ".
003070     05  LINE 04 COL 31 PIC X(05) USING CH-MATRICULA.
003080     05  LINE 05 COL 10 VALUE "OU PARTE DO NOME...: ".
003090     05  LINE 05 COL 31 PIC X(15) USING CH-NOME.
003100     05  LINE 07 COL 10
003110         VALUE "MATRICULA E NOME EM BRANCOS ENCERRA A CONSULTA".
003120     05  LINE 08 COL 10
003130         VALUE "(SOMENTE CONSULTA - NENHUM ARQUIVO E ALTERADO)".
003140     05  LINE 10 COL 10 PIC X(60) FROM WS-MENSAGEM.
003150 01  TELA-LISTA.
003160     05  BLANK SCREEN.
003170     05  LINE 02 COL 10 VALUE "ALUNOS ENCONTRADOS PELO NOME".
003180     05  LINE 04 COL 10 PIC X(60) FROM WS-LST-LINHA (1).
003190     05  LINE 05 COL 10 PIC X(60) FROM WS-LST-LINHA (2).
003200     05  LINE 06 COL 10 PIC X(60) FROM WS-LST-LINHA (3).
003210     05  LINE 07 COL 10 PIC X(60) FROM WS-LST-LINHA (4).
003220     05  LINE 08 COL 10 PIC X(60) FROM WS-LST-LINHA (5).
003230     05  LINE 09 COL 10 PIC X(60) FROM WS-LST-LINHA (6).
003240     05  LINE 10 COL 10 PIC X(60) FROM WS-LST-LINHA (7).
003250     05  LINE 11 COL 10 PIC X(60) FROM WS-LST-LINHA (8).
003260     05  LINE 12 COL 10 PIC X(60) FROM WS-LST-LINHA (9).
003270     05  LINE 13 COL 10 PIC X(60) FROM WS-LST-LINHA (10).
003280     05  LINE 14 COL 10 PIC X(60) FROM WS-LST-LINHA (11).
003290     05  LINE 15 COL 10 PIC X(60) FROM WS-LST-LINHA (12).
003300     05  LINE 16 COL 10 PIC X(60) FROM WS-LST-LINHA (13).
003310     05  LINE 17 COL 10 PIC X(60) FROM WS-LST-LINHA (14).
003320     05  LINE 18 COL 10 PIC X(60) FROM WS-LST-LINHA (15).
003330     05  LINE 20 COL 10 VALUE "MATRICULA A CONSULTAR: ".
003340     05  LINE 20 COL 33 PIC X(05) USING CH-MATRICULA.
003350     05  LINE 21 COL 10
003360         VALUE "MATRICULA EM BRANCOS VOLTA A PESQUISA".
003370     05  LINE 22 COL 10 PIC X(60) FROM WS-MENSAGEM.
003380 01  TELA-SITUACAO.
003390     05  BLANK SCREEN.
003400     05  LINE 01 COL 02
003410         VALUE "SITUACAO DO ALUNO - PROGRAMA20 - SO CONSULTA".
003420     05  LINE 03 COL 02 PIC X(78) FROM WS-TL-LINHA (1).
003430     05  LINE 04 COL 02 PIC X(78) FROM WS-TL-LINHA (2).
003440     05  LINE 05 COL 02 PIC X(78) FROM WS-TL-LINHA (3).
003450     05  LINE 06 COL 02 PIC X(78) FROM WS-TL-LINHA (4).
003460     05  LINE 07 COL 02 PIC X(78) FROM WS-TL-LINHA (5).
003470     05  LINE 08 COL 02 PIC X(78) FROM WS-TL-LINHA (6).
003480     05  LINE 09 COL 02 PIC X(78) FROM WS-TL-LINHA (7).
003490     05  LINE 10 COL 02 PIC X(78) FROM WS-TL-LINHA (8).
003500     05  LINE 11 COL 02 PIC X(78) FROM WS-TL-LINHA (9).
003510     05  LINE 12 COL 02 PIC X(78) FROM WS-TL-LINHA (10).
003520     05  LINE 13 COL 02 PIC X(78) FROM WS-TL-LINHA (11).
003530     05  LINE 14 COL 02 PIC X(78) FROM WS-TL-LINHA (12).
003540     05  LINE 15 COL 02 PIC X(78) FROM WS-TL-LINHA (13).
003550     05  LINE 16 COL 02 PIC X(78) FROM WS-TL-LINHA (14).
003560     05  LINE 17 COL 02 PIC X(78) FROM WS-TL-LINHA (15).
003570     05  LINE 18 COL 02 PIC X(78) FROM WS-TL-LINHA (16).
003580     05  LINE 19 COL 02 PIC X(78) FROM WS-TL-LINHA (17).
003590     05  LINE 20 COL 02 PIC X(78) FROM WS-TL-LINHA (18).
003600     05  LINE 21 COL 02 PIC X(78) FROM WS-TL-LINHA (19).
003610     05  LINE 23 COL 02
003620         VALUE "TECLE ENTER PARA NOVA CONSULTA ".
003630     05  LINE 23 COL 34 PIC X(01) USING WS-OPCAO.
003640 PROCEDURE DIVISION.
003650*-----------------------------------------------------------------
003660 0000-MAINLINE.
003670     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
003680     PERFORM 2000-PESQUISA THRU 2000-PESQUISA-EXIT
003690         UNTIL FIM-MENU.
003700     PERFORM 8000-ENCERRA.
003710     DISPLAY "FIM DO PROGRAMA20".
003720     STOP RUN.
003730*-----------------------------------------------------------------
003740* ABRE O CADASTRO SO PARA LEITURA (POR CHAVE NA MATRICULA E EM
003750* SEQUENCIA NA PESQUISA PELO NOME), CARREGA AS ESCOLAS E PEGA O
003760* ANO LETIVO DO CARTAO GERAL (DEFAULT O ANO DA DATA DO SISTEMA).
003770*-----------------------------------------------------------------
003780 1000-INICIALIZA.
003790     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003800     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
003810     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
003820     PERFORM 1075-CARREGA-ESCOLAS THRU
003830         1075-CARREGA-ESCOLAS-EXIT.
003840     OPEN INPUT CAD-FILE.
003850     IF NOT CAD-OK
003860        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS "
003870                WS-CAD-STATUS
003880        MOVE "S" TO WS-FIM-MENU
003890     ELSE
003900        MOVE "S" TO WS-CAD-ABERTO
003910     END-IF.
003920 1000-INICIALIZA-EXIT. EXIT.
003930*-----------------------------------------------------------------
003940 1050-LE-PARAMETROS.
003950     OPEN INPUT PARM-FILE.
003960     IF NOT PARM-OK
003970        DISPLAY "PARAMETROS NAO ENCONTRADO - CONSULTANDO O ANO "
003980                WS-ANO-LETIVO
003990        GO TO 1050-LE-PARAMETROS-EXIT
004000     END-IF.
004010     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
004020         UNTIL FIM-PARM.
004030     CLOSE PARM-FILE.
004040 1050-LE-PARAMETROS-EXIT. EXIT.
004050*-----------------------------------------------------------------
004060 1055-LE-CARTAO-PARM.
004070     READ PARM-FILE
004080         AT END
004090            MOVE "S" TO WS-FIM-PARM
004100            GO TO 1055-LE-CARTAO-PARM-EXIT
004110     END-READ.
004120     IF PM-DISCIPLINA = SPACES
004130        AND PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
004140        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
004150     END-IF.
004160 1055-LE-CARTAO-PARM-EXIT. EXIT.
004170*-----------------------------------------------------------------
004180 1075-CARREGA-ESCOLAS.
004190     OPEN INPUT ESC-FILE.
004200     IF NOT ESCOLAS-OK
004210        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
004220                WS-ESCOLAS-STATUS " - TELA COM O CODIGO"
004230                " DA ESCOLA"
004240        GO TO 1075-CARREGA-ESCOLAS-EXIT
004250     END-IF.
004260     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
004270         UNTIL FIM-ESCOLAS.
004280     CLOSE ESC-FILE.
004290 1075-CARREGA-ESCOLAS-EXIT. EXIT.
004300*-----------------------------------------------------------------
004310 1076-LE-ESCOLA.
004320     READ ESC-FILE
004330         AT END
004340            MOVE "S" TO WS-FIM-ESCOLAS
004350            GO TO 1076-LE-ESCOLA-EXIT
004360     END-READ.
004370     IF WS-ESCT-QTD >= 10
004380        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
004390        MOVE "S" TO WS-FIM-ESCOLAS
004400        GO TO 1076-LE-ESCOLA-EXIT
004410     END-IF.
004420     ADD 1 TO WS-ESCT-QTD.
004430     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
004440     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
004450 1076-LE-ESCOLA-EXIT. EXIT.
004460*-----------------------------------------------------------------
004470* PESQUISA: MATRICULA PREENCHIDA VAI DIRETO A SITUACAO; SO O NOME
004480* PROCURA NO CADASTRO - UM ALUNO SO VAI DIRETO, MAIS DE UM ABRE
004490* A LISTA PARA ESCOLHER A MATRICULA.
004500*-----------------------------------------------------------------
004510 2000-PESQUISA.
004520     MOVE SPACES TO WS-PESQUISA-ED.
004530     ACCEPT TELA-PESQUISA.
004540     MOVE SPACES TO WS-MENSAGEM.
004550     IF CH-MATRICULA = SPACES AND CH-NOME = SPACES
004560        MOVE "S" TO WS-FIM-MENU
004570        GO TO 2000-PESQUISA-EXIT
004580     END-IF.
004590     IF CH-MATRICULA = SPACES
004600        PERFORM 3000-PROCURA-NOME THRU 3000-PROCURA-NOME-EXIT
004610        GO TO 2000-PESQUISA-EXIT
004620     END-IF.
004630     PERFORM 4000-CONSULTA-MATRICULA THRU
004640         4000-CONSULTA-MATRICULA-EXIT.
004650 2000-PESQUISA-EXIT. EXIT.
004660*-----------------------------------------------------------------
004670* PERCORRE O CADASTRO E GUARDA OS ALUNOS CUJO NOME CONTEM O TEXTO
004680* DIGITADO (EM QUALQUER POSICAO, SEM DIFERENCA DE CAIXA).
004690*-----------------------------------------------------------------
004700 3000-PROCURA-NOME.
004710     INSPECT CH-NOME CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
004720     MOVE 15 TO WS-NOME-LEN.
004730     PERFORM 3050-APARA-NOME
004740         UNTIL CH-NOME (WS-NOME-LEN:1) NOT = SPACE.
004750     MOVE ZEROS TO WS-LST-QTD.
004760     MOVE SPACES TO WS-LST-TABELA.
004770     MOVE "N" TO WS-LST-EXCEDEU.
004780     MOVE "N" TO WS-FIM-CADASTRO.
004790     MOVE ZEROS TO CD-MATRICULA.
004800     START CAD-FILE KEY IS NOT LESS THAN CD-MATRICULA
004810         INVALID KEY
004820            MOVE "S" TO WS-FIM-CADASTRO
004830     END-START.
004840     PERFORM 3100-CONFERE-NOME THRU 3100-CONFERE-NOME-EXIT
004850         UNTIL FIM-CADASTRO.
004860     IF WS-LST-QTD = ZEROS
004870        MOVE "NENHUM ALUNO COM ESSE NOME NO CADASTRO"
004880            TO WS-MENSAGEM
004890        GO TO 3000-PROCURA-NOME-EXIT
004900     END-IF.
004910     IF WS-LST-QTD = 1
004920        MOVE WS-LST-LINHA (1) (1:5) TO CH-MATRICULA
004930        PERFORM 4000-CONSULTA-MATRICULA THRU
004940            4000-CONSULTA-MATRICULA-EXIT
004950        GO TO 3000-PROCURA-NOME-EXIT
004960     END-IF.
004970     IF LST-EXCEDEU
004980        MOVE "MAIS DE 15 ALUNOS COM ESSE NOME - REFINE A PESQUISA"
004990            TO WS-MENSAGEM
005000     END-IF.
005010     MOVE SPACES TO CH-MATRICULA.
005020     ACCEPT TELA-LISTA.
005030     MOVE SPACES TO WS-MENSAGEM.
005040     IF CH-MATRICULA NOT = SPACES
005050        PERFORM 4000-CONSULTA-MATRICULA THRU
005060            4000-CONSULTA-MATRICULA-EXIT
005070     END-IF.
005080 3000-PROCURA-NOME-EXIT. EXIT.
005090*-----------------------------------------------------------------
005100 3050-APARA-NOME.
005110     SUBTRACT 1 FROM WS-NOME-LEN.
005120*-----------------------------------------------------------------
005130 3100-CONFERE-NOME.
005140     READ CAD-FILE NEXT RECORD
005150         AT END
005160            MOVE "S" TO WS-FIM-CADASTRO
005170            GO TO 3100-CONFERE-NOME-EXIT
005180     END-READ.
005190     IF NOT CAD-OK
005200        MOVE "S" TO WS-FIM-CADASTRO
005210        GO TO 3100-CONFERE-NOME-EXIT
005220     END-IF.
005230     MOVE ZEROS TO WS-NOME-OCORRE.
005240     INSPECT CD-NOME-ALUNO TALLYING WS-NOME-OCORRE
005250         FOR ALL CH-NOME (1:WS-NOME-LEN).
005260     IF WS-NOME-OCORRE = ZEROS
005270        GO TO 3100-CONFERE-NOME-EXIT
005280     END-IF.
005290     IF WS-LST-QTD >= 15
005300        MOVE "S" TO WS-LST-EXCEDEU
005310        MOVE "S" TO WS-FIM-CADASTRO
005320        GO TO 3100-CONFERE-NOME-EXIT
005330     END-IF.
005340     ADD 1 TO WS-LST-QTD.
005350     MOVE CD-MATRICULA  TO WLS-MATRICULA.
005360     MOVE CD-NOME-ALUNO TO WLS-NOME.
005370     MOVE CD-TURMA      TO WLS-TURMA.
005380     MOVE CD-ESCOLA     TO WLS-ESCOLA.
005390     MOVE WS-LST-DET    TO WS-LST-LINHA (WS-LST-QTD).
005400 3100-CONFERE-NOME-EXIT. EXIT.
005410*-----------------------------------------------------------------
005420* CONSULTA DE UMA MATRICULA: LE O CADASTRO POR CHAVE, JUNTA A
005430* SITUACAO NOS DEMAIS ARQUIVOS E MOSTRA A TELA.
005440*-----------------------------------------------------------------
005450 4000-CONSULTA-MATRICULA.
005460     MOVE 5 TO WS-MATRIC-LEN.
005470     PERFORM 4050-APARA-MATRICULA
005480         UNTIL CH-MATRICULA (WS-MATRIC-LEN:1) NOT = SPACE.
005490     MOVE CH-MATRICULA (1:WS-MATRIC-LEN) TO WS-MATRIC-JUST.
005500     INSPECT WS-MATRIC-JUST REPLACING LEADING SPACE BY "0".
005510     IF WS-MATRIC-JUST IS NOT NUMERIC OR WS-MATRIC-NUM = ZEROS
005520        MOVE "MATRICULA INVALIDA" TO WS-MENSAGEM
005530        GO TO 4000-CONSULTA-MATRICULA-EXIT
005540     END-IF.
005550     MOVE WS-MATRIC-NUM TO CD-MATRICULA.
005560     READ CAD-FILE
005570         INVALID KEY
005580            MOVE "MATRICULA NAO CADASTRADA" TO WS-MENSAGEM
005590            GO TO 4000-CONSULTA-MATRICULA-EXIT
005600     END-READ.
005610     PERFORM 5000-LE-HISTBIM THRU 5000-LE-HISTBIM-EXIT.
005620     PERFORM 5100-LE-FREQUENCIA THRU 5100-LE-FREQUENCIA-EXIT.
005630     PERFORM 5200-LE-MOVIMENTO THRU 5200-LE-MOVIMENTO-EXIT.
005640     PERFORM 5300-LE-MATRANUAL THRU 5300-LE-MATRANUAL-EXIT.
005650     PERFORM 5400-LE-MATFINAL THRU 5400-LE-MATFINAL-EXIT.
005660     PERFORM 5500-LE-ARQANUAL THRU 5500-LE-ARQANUAL-EXIT.
005670     PERFORM 6000-MONTA-TELA.
005680     MOVE SPACE TO WS-OPCAO.
005690     ACCEPT TELA-SITUACAO.
005700 4000-CONSULTA-MATRICULA-EXIT. EXIT.
005710*-----------------------------------------------------------------
005720 4050-APARA-MATRICULA.
005730     SUBTRACT 1 FROM WS-MATRIC-LEN.
005740*-----------------------------------------------------------------
005750* HISTBIM DO ANO CORRENTE: A MEDIA DE CADA BIMESTRE POR
005760* DISCIPLINA (UMA RERODADA LIBERADA VALE A ULTIMA GRAVADA).
005770*-----------------------------------------------------------------
005780 5000-LE-HISTBIM.
005790     MOVE ZEROS TO WS-HDS-QTD.
005800     OPEN INPUT HIST-FILE.
005810     IF NOT HIST-OK
005820        GO TO 5000-LE-HISTBIM-EXIT
005830     END-IF.
005840     MOVE "N" TO WS-FIM-ARQUIVO.
005850     PERFORM 5050-LE-HIST THRU 5050-LE-HIST-EXIT
005860         UNTIL FIM-ARQUIVO.
005870     CLOSE HIST-FILE.
005880 5000-LE-HISTBIM-EXIT. EXIT.
005890*-----------------------------------------------------------------
005900 5050-LE-HIST.
005910     READ HIST-FILE
005920         AT END
005930            MOVE "S" TO WS-FIM-ARQUIVO
005940            GO TO 5050-LE-HIST-EXIT
005950     END-READ.
005960     IF HR-MATRICULA NOT = CD-MATRICULA
005970        OR HR-ANO-LETIVO NOT = WS-ANO-LETIVO
005980        OR HR-BIMESTRE < 1 OR HR-BIMESTRE > 4
005990        GO TO 5050-LE-HIST-EXIT
006000     END-IF.
006010     MOVE "N" TO WS-HDS-ACHOU.
006020     MOVE 1 TO WS-HDS-IDX.
006030     PERFORM 5060-COMPARA-DISCIPLINA THRU
006040         5060-COMPARA-DISCIPLINA-EXIT
006050         UNTIL HDS-ACHOU OR WS-HDS-IDX > WS-HDS-QTD.
006060     IF NOT HDS-ACHOU
006070        IF WS-HDS-QTD >= 10
006080           GO TO 5050-LE-HIST-EXIT
006090        END-IF
006100        ADD 1 TO WS-HDS-QTD
006110        MOVE WS-HDS-QTD TO WS-HDS-IDX
006120        MOVE HR-DISCIPLINA TO WS-HDS-DISCIPLINA (WS-HDS-IDX)
006130        MOVE "NNNN" TO WS-HDS-ENT (WS-HDS-IDX) (4:4)
006140     END-IF.
006150     MOVE "S" TO WS-HDS-TEM-BIM (WS-HDS-IDX, HR-BIMESTRE).
006160     MOVE HR-MEDIA-BIM TO WS-HDS-MEDIA (WS-HDS-IDX, HR-BIMESTRE).
006170 5050-LE-HIST-EXIT. EXIT.
006180*-----------------------------------------------------------------
006190 5060-COMPARA-DISCIPLINA.
006200     IF WS-HDS-DISCIPLINA (WS-HDS-IDX) = HR-DISCIPLINA
006210        MOVE "S" TO WS-HDS-ACHOU
006220     ELSE
006230        ADD 1 TO WS-HDS-IDX
006240     END-IF.
006250 5060-COMPARA-DISCIPLINA-EXIT. EXIT.
006260*-----------------------------------------------------------------
006270* FREQUENCIA: AULAS DADAS E FALTAS SOMADAS EM TODOS OS BIMESTRES
006280*-----------------------------------------------------------------
006290 5100-LE-FREQUENCIA.
006300     MOVE ZEROS TO WS-FRQ-AULAS WS-FRQ-FALTAS.
006310     MOVE "N" TO WS-FRQ-ACHOU.
006320     OPEN INPUT FREQ-FILE.
006330     IF NOT FREQ-OK
006340        GO TO 5100-LE-FREQUENCIA-EXIT
006350     END-IF.
006360     MOVE "N" TO WS-FIM-ARQUIVO.
006370     PERFORM 5150-LE-FREQ THRU 5150-LE-FREQ-EXIT
006380         UNTIL FIM-ARQUIVO.
006390     CLOSE FREQ-FILE.
006400 5100-LE-FREQUENCIA-EXIT. EXIT.
006410*-----------------------------------------------------------------
006420 5150-LE-FREQ.
006430     READ FREQ-FILE
006440         AT END
006450            MOVE "S" TO WS-FIM-ARQUIVO
006460            GO TO 5150-LE-FREQ-EXIT
006470     END-READ.
006480     IF FQ-MATRICULA = CD-MATRICULA
006490        MOVE "S" TO WS-FRQ-ACHOU
006500        ADD FQ-AULAS-DADAS TO WS-FRQ-AULAS
006510        ADD FQ-FALTAS      TO WS-FRQ-FALTAS
006520     END-IF.
006530 5150-LE-FREQ-EXIT. EXIT.
006540*-----------------------------------------------------------------
006550* MOVIMENTO: OS TRES PRIMEIROS EVENTOS DO ALUNO
006560*-----------------------------------------------------------------
006570 5200-LE-MOVIMENTO.
006580     MOVE ZEROS TO WS-MOV-QTD.
006590     OPEN INPUT MOV-FILE.
006600     IF NOT MOV-OK
006610        GO TO 5200-LE-MOVIMENTO-EXIT
006620     END-IF.
006630     MOVE "N" TO WS-FIM-ARQUIVO.
006640     PERFORM 5250-LE-MOV THRU 5250-LE-MOV-EXIT
006650         UNTIL FIM-ARQUIVO.
006660     CLOSE MOV-FILE.
006670 5200-LE-MOVIMENTO-EXIT. EXIT.
006680*-----------------------------------------------------------------
006690 5250-LE-MOV.
006700     READ MOV-FILE
006710         AT END
006720            MOVE "S" TO WS-FIM-ARQUIVO
006730            GO TO 5250-LE-MOV-EXIT
006740     END-READ.
006750     IF MV-MATRICULA = CD-MATRICULA AND WS-MOV-QTD < 3
006760        ADD 1 TO WS-MOV-QTD
006770        MOVE MOV-REC TO WS-MOV-ENT (WS-MOV-QTD)
006780     END-IF.
006790 5250-LE-MOV-EXIT. EXIT.
006800*-----------------------------------------------------------------
006810* MATRANUAL E MATFINAL: O REGISTRO DO ALUNO NO ANO CORRENTE
006820*-----------------------------------------------------------------
006830 5300-LE-MATRANUAL.
006840     MOVE "N" TO WS-MATAN-ACHOU.
006850     OPEN INPUT MATAN-FILE.
006860     IF NOT MATAN-OK
006870        GO TO 5300-LE-MATRANUAL-EXIT
006880     END-IF.
006890     MOVE "N" TO WS-FIM-ARQUIVO.
006900     PERFORM 5350-LE-MATAN THRU 5350-LE-MATAN-EXIT
006910         UNTIL FIM-ARQUIVO.
006920     CLOSE MATAN-FILE.
006930 5300-LE-MATRANUAL-EXIT. EXIT.
006940*-----------------------------------------------------------------
006950 5350-LE-MATAN.
006960     READ MATAN-FILE
006970         AT END
006980            MOVE "S" TO WS-FIM-ARQUIVO
006990            GO TO 5350-LE-MATAN-EXIT
007000     END-READ.
007010     IF MA-MATRICULA = CD-MATRICULA
007020        AND MA-ANO-LETIVO = WS-ANO-LETIVO
007030        MOVE "S" TO WS-MATAN-ACHOU
007040        MOVE MATAN-REC TO WS-MATAN-ALUNO
007050     END-IF.
007060 5350-LE-MATAN-EXIT. EXIT.
007070*-----------------------------------------------------------------
007080 5400-LE-MATFINAL.
007090     MOVE "N" TO WS-MATFIN-ACHOU.
007100     OPEN INPUT MATFIN-FILE.
007110     IF NOT MATFIN-OK
007120        GO TO 5400-LE-MATFINAL-EXIT
007130     END-IF.
007140     MOVE "N" TO WS-FIM-ARQUIVO.
007150     PERFORM 5450-LE-MATFIN THRU 5450-LE-MATFIN-EXIT
007160         UNTIL FIM-ARQUIVO.
007170     CLOSE MATFIN-FILE.
007180 5400-LE-MATFINAL-EXIT. EXIT.
007190*-----------------------------------------------------------------
007200 5450-LE-MATFIN.
007210     READ MATFIN-FILE
007220         AT END
007230            MOVE "S" TO WS-FIM-ARQUIVO
007240            GO TO 5450-LE-MATFIN-EXIT
007250     END-READ.
007260     IF MF-MATRICULA = CD-MATRICULA
007270        AND MF-ANO-LETIVO = WS-ANO-LETIVO
007280        MOVE "S" TO WS-MATFIN-ACHOU
007290        MOVE MATFIN-REC TO WS-MATFIN-ALUNO
007300     END-IF.
007310 5450-LE-MATFIN-EXIT. EXIT.
007320*-----------------------------------------------------------------
007330* ARQANUAL: OS ANOS FECHADOS EM QUE O ALUNO APARECE
007340*-----------------------------------------------------------------
007350 5500-LE-ARQANUAL.
007360     MOVE ZEROS TO WS-ARQ-QTD.
007370     OPEN INPUT ARQ-FILE.
007380     IF NOT ARQ-OK
007390        GO TO 5500-LE-ARQANUAL-EXIT
007400     END-IF.
007410     MOVE "N" TO WS-FIM-ARQUIVO.
007420     PERFORM 5550-LE-ARQ THRU 5550-LE-ARQ-EXIT
007430         UNTIL FIM-ARQUIVO.
007440     CLOSE ARQ-FILE.
007450 5500-LE-ARQANUAL-EXIT. EXIT.
007460*-----------------------------------------------------------------
007470 5550-LE-ARQ.
007480     READ ARQ-FILE
007490         AT END
007500            MOVE "S" TO WS-FIM-ARQUIVO
007510            GO TO 5550-LE-ARQ-EXIT
007520     END-READ.
007530     IF AQ-MATRICULA NOT = CD-MATRICULA
007540        GO TO 5550-LE-ARQ-EXIT
007550     END-IF.
007560     MOVE "N" TO WS-ARQ-ACHOU.
007570     MOVE 1 TO WS-ARQ-IDX.
007580     PERFORM 5560-COMPARA-ANO THRU 5560-COMPARA-ANO-EXIT
007590         UNTIL ARQ-ACHOU OR WS-ARQ-IDX > WS-ARQ-QTD.
007600     IF NOT ARQ-ACHOU AND WS-ARQ-QTD < 10
007610        ADD 1 TO WS-ARQ-QTD
007620        MOVE AQ-ANO-LETIVO TO WS-ARQ-ANO (WS-ARQ-QTD)
007630     END-IF.
007640 5550-LE-ARQ-EXIT. EXIT.
007650*-----------------------------------------------------------------
007660 5560-COMPARA-ANO.
007670     IF WS-ARQ-ANO (WS-ARQ-IDX) = AQ-ANO-LETIVO
007680        MOVE "S" TO WS-ARQ-ACHOU
007690     ELSE
007700        ADD 1 TO WS-ARQ-IDX
007710     END-IF.
007720 5560-COMPARA-ANO-EXIT. EXIT.
007730*-----------------------------------------------------------------
007740* MONTA AS LINHAS DA TELA DE SITUACAO
007750*-----------------------------------------------------------------
007760 6000-MONTA-TELA.
007770     MOVE SPACES TO WS-TL-TABELA.
007780     MOVE CD-MATRICULA  TO WTC-MATRICULA.
007790     MOVE CD-NOME-ALUNO TO WTC-NOME.
007800     MOVE CD-TURMA      TO WTC-TURMA.
007810     MOVE WS-TL-CAD-1   TO WS-TL-LINHA (1).
007820     MOVE CD-ESCOLA     TO WS-ESCOLA-ATUAL.
007830     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
007840     MOVE CD-ESCOLA      TO WTC-ESCOLA.
007850     MOVE WS-NOME-ESCOLA TO WTC-NOME-ESCOLA.
007860     MOVE WS-TL-CAD-2    TO WS-TL-LINHA (2).
007870     MOVE WS-ANO-LETIVO  TO WTH-ANO.
007880     MOVE WS-TL-HIST-CAB TO WS-TL-LINHA (4).
007890     MOVE 5 TO WS-TL-PTR.
007900     IF WS-HDS-QTD = ZEROS
007910        MOVE "NENHUMA MEDIA BIMESTRAL GRAVADA NO ANO"
007920            TO WS-TL-LINHA (5)
007930        ADD 1 TO WS-TL-PTR
007940     ELSE
007950        PERFORM 6100-MONTA-DISCIPLINA
007960            VARYING WS-HDS-IDX FROM 1 BY 1
007970            UNTIL WS-HDS-IDX > WS-HDS-QTD OR WS-TL-PTR > 12
007980     END-IF.
007990     PERFORM 6200-MONTA-FREQUENCIA.
008000     PERFORM 6300-MONTA-MOVIMENTO.
008010     PERFORM 6400-MONTA-SITUACAO.
008020     PERFORM 6500-MONTA-ARQUIVO.
008030*-----------------------------------------------------------------
008040 6100-MONTA-DISCIPLINA.
008050     MOVE WS-HDS-DISCIPLINA (WS-HDS-IDX) TO WTH-DISCIPLINA.
008060     PERFORM 6150-MONTA-BIMESTRE
008070         VARYING WS-BIM-IDX FROM 1 BY 1 UNTIL WS-BIM-IDX > 4.
008080     MOVE WS-TL-HIST-DET TO WS-TL-LINHA (WS-TL-PTR).
008090     ADD 1 TO WS-TL-PTR.
008100*-----------------------------------------------------------------
008110 6150-MONTA-BIMESTRE.
008120     MOVE SPACES TO WTH-BIM-ENT (WS-BIM-IDX).
008130     IF WS-HDS-TEM-BIM (WS-HDS-IDX, WS-BIM-IDX) = "S"
008140        MOVE WS-HDS-MEDIA (WS-HDS-IDX, WS-BIM-IDX)
008150            TO WS-TL-NOTA-EDIT
008160        MOVE WS-TL-NOTA-EDIT TO WTH-MEDIA (WS-BIM-IDX)
008170     ELSE
008180        MOVE "  --" TO WTH-MEDIA (WS-BIM-IDX)
008190     END-IF.
008200*-----------------------------------------------------------------
008210 6200-MONTA-FREQUENCIA.
008220     IF NOT FRQ-ACHOU OR WS-FRQ-AULAS = ZEROS
008230        MOVE "FREQUENCIA ACUMULADA: SEM AULAS LANCADAS"
008240            TO WS-TL-LINHA (WS-TL-PTR)
008250     ELSE
008260        COMPUTE WS-FREQ-PERC ROUNDED =
008270            ((WS-FRQ-AULAS - WS-FRQ-FALTAS) * 100)
008280            / WS-FRQ-AULAS
008290        MOVE WS-FREQ-PERC  TO WTF-PERC
008300        MOVE WS-FRQ-AULAS  TO WTF-AULAS
008310        MOVE WS-FRQ-FALTAS TO WTF-FALTAS
008320        MOVE WS-TL-FREQ    TO WS-TL-LINHA (WS-TL-PTR)
008330     END-IF.
008340     ADD 1 TO WS-TL-PTR.
008350*-----------------------------------------------------------------
008360 6300-MONTA-MOVIMENTO.
008370     IF WS-MOV-QTD = ZEROS
008380        MOVE "MOVIMENTO: NENHUMA ENTRADA OU SAIDA REGISTRADA"
008390            TO WS-TL-LINHA (WS-TL-PTR)
008400        ADD 1 TO WS-TL-PTR
008410     ELSE
008420        PERFORM 6350-MONTA-EVENTO
008430            VARYING WS-TL-IDX FROM 1 BY 1
008440            UNTIL WS-TL-IDX > WS-MOV-QTD
008450     END-IF.
008460*-----------------------------------------------------------------
008470 6350-MONTA-EVENTO.
008480     MOVE WS-MOV-ENT (WS-TL-IDX) TO MOV-REC.
008490     IF MV-ENTRADA
008500        MOVE "ENTRADA" TO WTM-EVENTO
008510     ELSE
008520        MOVE "SAIDA"   TO WTM-EVENTO
008530     END-IF.
008540     MOVE MV-DATA       TO WTM-DATA.
008550     MOVE MV-BIMESTRE   TO WTM-BIMESTRE.
008560     MOVE MV-ESCOLA-EXT TO WTM-ESCOLA-EXT.
008570     MOVE WS-TL-MOV     TO WS-TL-LINHA (WS-TL-PTR).
008580     ADD 1 TO WS-TL-PTR.
008590*-----------------------------------------------------------------
008600* SITUACAO DO ANO: APURACAO DO PROGRAMA02 (MATRANUAL) E SITUACAO
008610* DEFINITIVA APOS RECUPERACAO (PROGRAMA03) E CONSELHO (PROGRAMA10)
008620*-----------------------------------------------------------------
008630 6400-MONTA-SITUACAO.
008640     IF NOT MATAN-ACHOU
008650        MOVE "APURACAO ANUAL....: AINDA NAO APURADA"
008660            TO WS-TL-LINHA (WS-TL-PTR)
008670     ELSE
008680        MOVE WS-MATAN-ALUNO TO MATAN-REC
008690        MOVE MA-MEDIA-ANUAL TO WTA-MEDIA
008700        MOVE MA-QTD-REPROVA TO WTA-REPROVA
008710        MOVE MA-FREQ-PERC   TO WTA-FREQ
008720        MOVE MA-SITUACAO    TO WS-SIT-CODIGO
008730        PERFORM 9200-TEXTO-SITUACAO
008740        MOVE WS-SIT-TEXTO   TO WTA-SITUACAO
008750        MOVE WS-TL-MATAN    TO WS-TL-LINHA (WS-TL-PTR)
008760     END-IF.
008770     ADD 1 TO WS-TL-PTR.
008780     IF NOT MATFIN-ACHOU
008790        MOVE "SITUACAO FINAL....: AINDA NAO DEFINIDA"
008800            TO WS-TL-LINHA (WS-TL-PTR)
008810     ELSE
008820        MOVE WS-MATFIN-ALUNO TO MATFIN-REC
008830        IF MF-NOTA-RECUP = ZEROS
008840           MOVE " -- " TO WTF2-RECUP
008850        ELSE
008860           MOVE MF-NOTA-RECUP TO WS-TL-NOTA-EDIT
008870           MOVE WS-TL-NOTA-EDIT TO WTF2-RECUP
008880        END-IF
008890        MOVE MF-MEDIA-FINAL TO WTF2-MEDIA
008900        MOVE MF-SITUACAO    TO WS-SIT-CODIGO
008910        PERFORM 9200-TEXTO-SITUACAO
008920        MOVE WS-SIT-TEXTO   TO WTF2-SITUACAO
008930        IF MF-DEC-CONSELHO
008940           MOVE "PELO CONSELHO" TO WTF2-ORIGEM
008950        ELSE
008960           MOVE "PELO CALCULO"  TO WTF2-ORIGEM
008970        END-IF
008980        MOVE WS-TL-MATFIN   TO WS-TL-LINHA (WS-TL-PTR)
008990     END-IF.
009000     ADD 1 TO WS-TL-PTR.
009010*-----------------------------------------------------------------
009020 6500-MONTA-ARQUIVO.
009030     IF WS-ARQ-QTD = ZEROS
009040        MOVE "ANOS NO ARQANUAL..: NENHUM ANO ANTERIOR ARQUIVADO"
009050            TO WS-TL-LINHA (WS-TL-PTR)
009060     ELSE
009070        MOVE SPACES TO WS-TL-ARQ (21:50)
009080        PERFORM 6550-MONTA-ANO
009090            VARYING WS-ARQ-IDX FROM 1 BY 1
009100            UNTIL WS-ARQ-IDX > WS-ARQ-QTD
009110        MOVE WS-TL-ARQ TO WS-TL-LINHA (WS-TL-PTR)
009120     END-IF.
009130*-----------------------------------------------------------------
009140 6550-MONTA-ANO.
009150     MOVE WS-ARQ-ANO (WS-ARQ-IDX) TO WTR-ANO (WS-ARQ-IDX).
009160*-----------------------------------------------------------------
009170 8000-ENCERRA.
009180     IF CAD-ABERTO
009190        CLOSE CAD-FILE
009200     END-IF.
009210*-----------------------------------------------------------------
009220 9100-PROCURA-ESCOLA.
009230     MOVE "N" TO WS-ESCT-ACHOU.
009240     MOVE 1 TO WS-ESCT-IDX.
009250     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
009260         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
009270     IF ESCT-ACHOU
009280        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
009290     ELSE
009300        MOVE SPACES TO WS-NOME-ESCOLA
009310        STRING "ESCOLA " WS-ESCOLA-ATUAL
009320            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
009330     END-IF.
009340 9100-PROCURA-ESCOLA-EXIT. EXIT.
009350*-----------------------------------------------------------------
009360 9150-COMPARA-ESCOLA.
009370     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
009380        MOVE "S" TO WS-ESCT-ACHOU
009390     ELSE
009400        ADD 1 TO WS-ESCT-IDX
009410     END-IF.
009420 9150-COMPARA-ESCOLA-EXIT. EXIT.
009430*-----------------------------------------------------------------
009440* CODIGO DE SITUACAO (P/R/T/I) POR EXTENSO
009450*-----------------------------------------------------------------
009460 9200-TEXTO-SITUACAO.
009470     EVALUATE WS-SIT-CODIGO
009480        WHEN "P"
009490           MOVE "PROMOVIDO"   TO WS-SIT-TEXTO
009500        WHEN "R"
009510           MOVE "RETIDO"      TO WS-SIT-TEXTO
009520        WHEN "T"
009530           MOVE "TRANSFERIDO" TO WS-SIT-TEXTO
009540        WHEN "I"
009550           MOVE "INCOMPLETO"  TO WS-SIT-TEXTO
009560        WHEN OTHER
009570           MOVE SPACES        TO WS-SIT-TEXTO
009580           MOVE WS-SIT-CODIGO TO WS-SIT-TEXTO (1:1)
009590     END-EVALUATE.
009600*-----------------------------------------------------------------
009610 END PROGRAM PROGRAMA20.
