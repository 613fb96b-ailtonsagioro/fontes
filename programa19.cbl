000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    CARGA DAS PLANILHAS DE NOTAS DOS PROFESSORES NO
000070*             ARQUIVO ALUNOS, NO LUGAR DA DIGITACAO ALUNO A
000080*             ALUNO NO PROGRAMA07. LE O ARQUIVO PLANOTAS
000090*             (EXPORTACAO DELIMITADA POR ";" - ESCOLA;TURMA;
000100*             DISCIPLINA;MATRICULA;N1;N2;N3;N4 COM VIRGULA
000110*             DECIMAL, UMA OU MAIS PLANILHAS CONCATENADAS, CADA
000120*             UMA DE UMA TURMA/DISCIPLINA) E CRITICA CADA LINHA:
000130*             QUANTIDADE DE CAMPOS, MATRICULA NAO CADASTRADA,
000140*             ALUNO EM OUTRA ESCOLA OU TURMA NO CADASTRO, NOTA
000150*             FORA DE 00,0-10,0, LINHA DUPLICADA NA CARGA E
000160*             DISCIPLINA SEM CARTAO NO BARALHO DE PARAMETROS.
000170*             NOTA EM BRANCO MANTEM A NOTA JA GRAVADA (ZERO NO
000180*             ALUNO NOVO). NOTA DE BIMESTRE JA FECHADO PELO
000190*             PROGRAMA01 (LIVRO RUNCTL) SO MUDA PELA RETIFICACAO
000200*             DO PROGRAMA09 - A LINHA QUE A ALTERA E REJEITADA.
000210*             LINHA LIMPA E INCLUIDA OU REGRAVADA NO ALUNOS
000220*             INDEXADO; LINHA REJEITADA VAI, COMO VEIO, PARA O
000230*             PLANREJ, PARA O PROFESSOR CORRIGIR E REENVIAR.
000240*             EMITE O RELATORIO DE CARGA (RELCARGA) COM OS
000250*             TOTAIS DE CONTROLE DE CADA PLANILHA E REGISTRA A
000260*             CARGA NO AUDITLOG.
000270* TECTONICS.  cobc -x programa19.cbl programa21.cbl
000280*
000290* MODIFICATION HISTORY.
000300*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000310*   2026-10-15 JAS  COPIA DE SEGURANCA DO ALUNOS (PROGRAMA21)
000320*                   ANTES DE REGRAVA-LO; SEM A COPIA A CARGA E
000330*                   RECUSADA. O TOTAL DE NOTAS DA PLANILHA SO
000340*                   SOMA AS LINHAS DE FATO GRAVADAS.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PROGRAMA19.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE ASSIGN TO PARAMETROS
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT PLAN-FILE ASSIGN TO PLANOTAS
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PLAN-STATUS.
000470     SELECT REJ-FILE ASSIGN TO PLANREJ
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REJ-STATUS.
000500     SELECT CAD-FILE ASSIGN TO CADASTRO
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CD-MATRICULA
000540         FILE STATUS IS WS-CAD-STATUS.
000550     SELECT ALUNO-FILE ASSIGN TO ALUNOS
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS AR-CHAVE
000590         FILE STATUS IS WS-ALUNO-STATUS.
000600     SELECT RELCARGA-FILE ASSIGN TO RELCARGA
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RELCARGA-STATUS.
000630     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RUNCTL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PARM-FILE
000720     RECORD CONTAINS 34 CHARACTERS.
000730     COPY PARMREC.
000740 FD  PLAN-FILE
000750     RECORD CONTAINS 120 CHARACTERS.
000760 01  PL-LINHA                  PIC X(120).
000770 FD  REJ-FILE
000780     RECORD CONTAINS 120 CHARACTERS.
000790 01  RJ-LINHA                  PIC X(120).
000800 FD  CAD-FILE
000810     RECORD CONTAINS 32 CHARACTERS.
000820     COPY CADREC.
000830 FD  ALUNO-FILE
000840     RECORD CONTAINS 47 CHARACTERS.
000850     COPY ALUNOREC.
000860 FD  RELCARGA-FILE
000870     RECORD CONTAINS 132 CHARACTERS.
000880 01  RL15-LINHA                PIC X(132).
000890 FD  AUDIT-FILE
000900     RECORD CONTAINS 113 CHARACTERS.
000910 01  AU-LINHA                  PIC X(113).
000920 FD  RUNCTL-FILE
000930     RECORD CONTAINS 36 CHARACTERS.
000940     COPY RUNREC.
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* CHAVES E CONTADORES DE CONTROLE
000980*-----------------------------------------------------------------
000990 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
001000     88  PARM-OK                     VALUE "00".
001010 77  WS-PLAN-STATUS        PIC X(02) VALUE "00".
001020     88  PLAN-OK                     VALUE "00".
001030 77  WS-REJ-STATUS         PIC X(02) VALUE "00".
001040     88  REJ-OK                      VALUE "00".
001050 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
001060     88  CAD-OK                      VALUE "00".
001070 77  WS-ALUNO-STATUS       PIC X(02) VALUE "00".
001080     88  ALUNO-OK                    VALUE "00".
001090     88  ALUNO-NAO-ACHADO            VALUE "23".
001100     88  ALUNO-SEM-ARQUIVO           VALUE "35".
001110 77  WS-RELCARGA-STATUS    PIC X(02) VALUE "00".
001120     88  RELCARGA-OK                 VALUE "00".
001130 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
001140     88  AUDIT-OK                    VALUE "00".
001150 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001160     88  FIM-PARM                    VALUE "S".
001170 77  WS-FIM-PLANILHA       PIC X(01) VALUE "N".
001180     88  FIM-PLANILHA                VALUE "S".
001190 77  WS-ERRO-CARGA         PIC X(01) VALUE "N".
001200     88  ERRO-CARGA                  VALUE "S".
001210 77  WS-ARQUIVOS-ABERTOS   PIC X(01) VALUE "N".
001220     88  ARQUIVOS-ABERTOS            VALUE "S".
001230 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001240*-----------------------------------------------------------------
001250* TOTAIS DA CARGA E DA PLANILHA CORRENTE. A SOMA DAS NOTAS
001260* GRAVADAS E O TOTAL DE CONTROLE QUE O PROFESSOR CONFERE CONTRA
001270* A SOMA DA PROPRIA PLANILHA.
001280*-----------------------------------------------------------------
001290 77  WS-NUM-LINHA          PIC 9(05) VALUE ZEROS.
001300 77  WS-TOT-PLANILHAS      PIC 9(04) VALUE ZEROS.
001310 77  WS-TOT-LIDAS          PIC 9(05) VALUE ZEROS.
001320 77  WS-TOT-INCLUIDAS      PIC 9(05) VALUE ZEROS.
001330 77  WS-TOT-ALTERADAS      PIC 9(05) VALUE ZEROS.
001340 77  WS-TOT-REJEITADAS     PIC 9(05) VALUE ZEROS.
001350 77  WS-TOT-SOMA-NOTAS     PIC 9(05)V9(01) VALUE ZEROS.
001360 77  WS-TOT-CABECALHOS     PIC 9(05) VALUE ZEROS.
001370 77  WS-PL-LIDAS           PIC 9(05) VALUE ZEROS.
001380 77  WS-PL-INCLUIDAS       PIC 9(05) VALUE ZEROS.
001390 77  WS-PL-ALTERADAS       PIC 9(05) VALUE ZEROS.
001400 77  WS-PL-REJEITADAS      PIC 9(05) VALUE ZEROS.
001410 77  WS-PL-SOMA-NOTAS      PIC 9(05)V9(01) VALUE ZEROS.
001420 77  WS-TEM-PLANILHA       PIC X(01) VALUE "N".
001430     88  TEM-PLANILHA                VALUE "S".
001440 01  WS-PLAN-CHAVE.
001450     05  WS-PC-ESCOLA      PIC X(02).
001460     05  WS-PC-TURMA       PIC X(10).
001470     05  WS-PC-DISCIPLINA  PIC X(03).
001480 01  WS-PLAN-ATUAL         PIC X(15) VALUE SPACES.
001490*-----------------------------------------------------------------
001500* LINHA LIDA E SEUS CAMPOS SEPARADOS PELO ";". O TAMANHO DE CADA
001510* CAMPO (COUNT) E O QUE PEGA O CAMPO LONGO DEMAIS, QUE O UNSTRING
001520* TRUNCARIA EM SILENCIO.
001530*-----------------------------------------------------------------
001540 01  WS-LINHA              PIC X(120).
001550 77  WS-C-CAMPOS           PIC 9(02) VALUE ZEROS.
001560 77  WS-C-EXCESSO          PIC X(01) VALUE "N".
001570     88  C-EXCESSO                   VALUE "S".
001580 77  WS-C-ESCOLA           PIC X(02).
001590 77  WS-C-ESC-LEN          PIC 9(03) VALUE ZEROS.
001600 77  WS-C-TURMA            PIC X(10).
001610 77  WS-C-TUR-LEN          PIC 9(03) VALUE ZEROS.
001620 77  WS-C-DISCIPLINA       PIC X(03).
001630 77  WS-C-DIS-LEN          PIC 9(03) VALUE ZEROS.
001640 77  WS-C-MATRICULA        PIC X(05).
001650 77  WS-C-MAT-LEN          PIC 9(03) VALUE ZEROS.
001660 01  WS-C-NOTAS.
001670     05  WS-C-NOTA-ENT OCCURS 4 TIMES.
001680         10  WS-C-NOTA     PIC X(05).
001690         10  WS-C-NOTA-LEN PIC 9(03).
001700 77  WS-MINUSCULAS         PIC X(26)
001710         VALUE "abcdefghijklmnopqrstuvwxyz".
001720 77  WS-MAIUSCULAS         PIC X(26)
001730         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001740*-----------------------------------------------------------------
001750* CAMPOS CONVERTIDOS: ESCOLA E MATRICULA ALINHADAS A DIREITA COM
001760* ZEROS (A PLANILHA COSTUMA PERDER OS ZEROS A ESQUERDA) E AS
001770* QUATRO NOTAS NO FORMATO 9(02)V9 DO ALUNOS.
001780*-----------------------------------------------------------------
001790 01  WS-ESCOLA-JUST        PIC X(02) JUSTIFIED RIGHT.
001800 01  WS-ESCOLA-NUM REDEFINES WS-ESCOLA-JUST PIC 9(02).
001810 01  WS-MATRIC-JUST        PIC X(05) JUSTIFIED RIGHT.
001820 01  WS-MATRIC-NUM REDEFINES WS-MATRIC-JUST PIC 9(05).
001830 77  WS-NT-IDX             PIC 9(01) VALUE ZEROS.
001840 77  WS-NT-INTEIRA         PIC X(05).
001850 77  WS-NT-INT-LEN         PIC 9(03) VALUE ZEROS.
001860 77  WS-NT-DECIMAL         PIC X(05).
001870 77  WS-NT-DEC-LEN         PIC 9(03) VALUE ZEROS.
001880 01  WS-NT-TEXTO.
001890     05  WS-NT-TXT-INT     PIC X(02) JUSTIFIED RIGHT.
001900     05  WS-NT-TXT-DEC     PIC X(01).
001910 01  WS-NT-VALOR REDEFINES WS-NT-TEXTO PIC 9(02)V9(01).
001920 01  WS-NOTAS-NOVAS.
001930     05  WS-NN-ENT OCCURS 4 TIMES.
001940         10  WS-NN-NOTA    PIC 9(02)V9(01).
001950         10  WS-NN-VAZIA   PIC X(01).
001960 01  WS-NOTAS-ATUAIS.
001970     05  WS-NA-NOTA        PIC 9(02)V9(01) OCCURS 4 TIMES.
001980 77  WS-ALUNO-EXISTE       PIC X(01) VALUE "N".
001990     88  ALUNO-EXISTE                VALUE "S".
002000 01  WS-MOTIVO             PIC X(35) VALUE SPACES.
002010*-----------------------------------------------------------------
002020* DISCIPLINAS DO BARALHO DE PARAMETROS (UM CARTAO POR DISCIPLINA)
002030*-----------------------------------------------------------------
002040 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
002050 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
002060 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
002070     88  PRM-ACHOU                   VALUE "S".
002080 01  WS-PRM-TABELA.
002090     05  WS-PRM-DISCIPLINA PIC X(03) OCCURS 10 TIMES.
002100*-----------------------------------------------------------------
002110* CHAVES (MATRICULA+DISCIPLINA) JA GRAVADAS NESTA CARGA, PARA
002120* PEGAR A LINHA DUPLICADA - A SEGUNDA OCORRENCIA E REJEITADA.
002130*-----------------------------------------------------------------
002140 77  WS-CRG-QTD            PIC 9(04) VALUE ZEROS.
002150 77  WS-CRG-IDX            PIC 9(04) VALUE ZEROS.
002160 77  WS-CRG-ACHOU          PIC X(01) VALUE "N".
002170     88  CRG-ACHOU                   VALUE "S".
002180 77  WS-CRG-CHEIA          PIC X(01) VALUE "N".
002190     88  CRG-CHEIA                   VALUE "S".
002200 01  WS-CRG-TABELA.
002210     05  WS-CRG-CHAVE      PIC X(08) OCCURS 3000 TIMES.
002220*-----------------------------------------------------------------
002230* BIMESTRES DO ANO JA FECHADOS PELO PROGRAMA01 (REGISTRO "F" COM
002240* RETURN-CODE ZERO NO LIVRO RUNCTL)
002250*-----------------------------------------------------------------
002260 01  WS-BIM-FECHADOS.
002270     05  WS-BIM-FECHADO    PIC X(01) OCCURS 4 TIMES.
002280*-----------------------------------------------------------------
002290* DATA E HORA DO SISTEMA, PARA O LOG E O RELATORIO
002300*-----------------------------------------------------------------
002310 01  WS-DATA-AAAAMMDD.
002320     05  WS-DATA-AAAA      PIC 9(04).
002330     05  WS-DATA-MM        PIC 9(02).
002340     05  WS-DATA-DD        PIC 9(02).
002350 01  WS-DATA-FORMATADA     PIC X(10).
002360 01  WS-HORA-HHMMSSCC.
002370     05  WS-HORA-HH        PIC 9(02).
002380     05  WS-HORA-MM        PIC 9(02).
002390     05  WS-HORA-SS        PIC 9(02).
002400     05  WS-HORA-CC        PIC 9(02).
002410 01  WS-HORA-FORMATADA     PIC X(08).
002420*-----------------------------------------------------------------
002430* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): INICIO E FIM DA CARGA
002440*-----------------------------------------------------------------
002450 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002460     88  RUNCTL-OK                   VALUE "00".
002470 77  WS-FIM-RUNCTL         PIC X(01) VALUE "N".
002480     88  FIM-RUNCTL                  VALUE "S".
002490 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002500 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002510*-----------------------------------------------------------------
002520* LINHA GRAVADA NO AUDITLOG: O MARCADOR "CARGA" NA POSICAO 22 E O
002530* QUE A CONCILIACAO DO PROGRAMA04 RECONHECE PARA NAO CONFRONTAR
002540* ESTA LINHA COM AS CONTAGENS DO HISTBIM.
002550*-----------------------------------------------------------------
002560 01  WS-AUDIT-LINHA.
002570     05  WA-DATA           PIC X(10).
002580     05  FILLER            PIC X(01) VALUE SPACE.
002590     05  WA-HORA           PIC X(08).
002600     05  FILLER            PIC X(02) VALUE SPACE.
002610     05  FILLER            PIC X(15) VALUE "CARGA DE NOTAS ".
002620     05  FILLER            PIC X(07) VALUE "LIDAS: ".
002630     05  WA-LIDAS          PIC ZZZZ9.
002640     05  FILLER            PIC X(12) VALUE " INCLUIDAS: ".
002650     05  WA-INCLUIDAS      PIC ZZZZ9.
002660     05  FILLER            PIC X(12) VALUE " ALTERADAS: ".
002670     05  WA-ALTERADAS      PIC ZZZZ9.
002680     05  FILLER            PIC X(13) VALUE " REJEITADAS: ".
002690     05  WA-REJEITADAS     PIC ZZZZ9.
002700     05  FILLER            PIC X(06) VALUE " ANO: ".
002710     05  WA-ANO-LETIVO     PIC 9(04).
002720     05  FILLER            PIC X(03) VALUE SPACE.
002730*-----------------------------------------------------------------
002740* LINHAS DO RELATORIO DE CARGA (RELCARGA)
002750*-----------------------------------------------------------------
002760     COPY REL15LINE.
002770*-----------------------------------------------------------------
002780* PEDIDO DE COPIA DE SEGURANCA AO PROGRAMA21
002790*-----------------------------------------------------------------
002800     COPY COPIAPED.
002810 PROCEDURE DIVISION.
002820*-----------------------------------------------------------------
002830 0000-MAINLINE.
002840     PERFORM 0100-CONTROLA-INICIO THRU
002850         0100-CONTROLA-INICIO-EXIT.
002860     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002870     IF NOT ERRO-CARGA
002880        PERFORM 2000-PROCESSA-LINHA THRU
002890            2000-PROCESSA-LINHA-EXIT
002900            UNTIL FIM-PLANILHA
002910        IF TEM-PLANILHA
002920           PERFORM 3100-FECHA-PLANILHA
002930        END-IF
002940        PERFORM 7000-GRAVA-AUDITORIA
002950     END-IF.
002960     PERFORM 8000-FINALIZA.
002970     PERFORM 0900-REGISTRA-FIM.
002980     STOP RUN.
002990*-----------------------------------------------------------------
003000* PARTIDA: DATA E HORA, PARAMETROS, BIMESTRES JA FECHADOS NO
003010* LIVRO RUNCTL E O REGISTRO "I" DE INICIO.
003020*-----------------------------------------------------------------
003030 0100-CONTROLA-INICIO.
003040     DISPLAY "INICIO DO PROGRAMA19".
003050     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
003060     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
003070     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
003080     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
003090     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
003100     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
003110     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
003120     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
003130     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
003140     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
003150     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
003160     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
003170     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
003180     MOVE ALL "N" TO WS-BIM-FECHADOS.
003190     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
003200     OPEN INPUT RUNCTL-FILE.
003210     IF RUNCTL-OK
003220        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
003230            UNTIL FIM-RUNCTL
003240        CLOSE RUNCTL-FILE
003250     ELSE
003260        DISPLAY "RUNCTL AINDA NAO EXISTE - NENHUM BIMESTRE"
003270                " FECHADO"
003280     END-IF.
003290     MOVE "I" TO WS-RUN-EVENTO.
003300     MOVE ZEROS TO WS-RUN-RC.
003310     PERFORM 0950-GRAVA-RUNCTL.
003320 0100-CONTROLA-INICIO-EXIT. EXIT.
003330*-----------------------------------------------------------------
003340 0150-LE-RUNCTL.
003350     READ RUNCTL-FILE
003360         AT END
003370            MOVE "S" TO WS-FIM-RUNCTL
003380            GO TO 0150-LE-RUNCTL-EXIT
003390     END-READ.
003400     IF NOT RUNCTL-OK
003410        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
003420                WS-RUNCTL-STATUS
003430        MOVE "S" TO WS-FIM-RUNCTL
003440        GO TO 0150-LE-RUNCTL-EXIT
003450     END-IF.
003460     IF RN-PROGRAMA = "PROGRAMA01"
003470        AND RN-FIM
003480        AND RN-ANO-LETIVO = WS-ANO-LETIVO
003490        AND RN-RETCODE = ZEROS
003500        AND RN-BIMESTRE >= 1 AND RN-BIMESTRE <= 4
003510        MOVE "S" TO WS-BIM-FECHADO (RN-BIMESTRE)
003520     END-IF.
003530 0150-LE-RUNCTL-EXIT. EXIT.
003540*-----------------------------------------------------------------
003550 0900-REGISTRA-FIM.
003560     MOVE "F" TO WS-RUN-EVENTO.
003570     MOVE RETURN-CODE TO WS-RUN-RC.
003580     PERFORM 0950-GRAVA-RUNCTL.
003590*-----------------------------------------------------------------
003600 0950-GRAVA-RUNCTL.
003610     MOVE "PROGRAMA19"      TO RN-PROGRAMA.
003620     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
003630     MOVE ZEROS             TO RN-BIMESTRE.
003640     MOVE WS-DATA-FORMATADA TO RN-DATA.
003650     MOVE WS-HORA-FORMATADA TO RN-HORA.
003660     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
003670     MOVE WS-RUN-RC         TO RN-RETCODE.
003680     OPEN EXTEND RUNCTL-FILE.
003690     IF NOT RUNCTL-OK
003700        OPEN OUTPUT RUNCTL-FILE
003710     END-IF.
003720     IF RUNCTL-OK
003730        WRITE RUN-REC
003740        CLOSE RUNCTL-FILE
003750     ELSE
003760        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
003770                WS-RUNCTL-STATUS
003780     END-IF.
003790*-----------------------------------------------------------------
003800* ABRE A PLANILHA, O CADASTRO, O ALUNOS (EM I-O; SE AINDA NAO
003810* EXISTE, CRIA VAZIO E REABRE), O ARQUIVO DE REJEITADAS E O
003820* RELATORIO.
003830*-----------------------------------------------------------------
003840 1000-INICIALIZA.
003850     OPEN INPUT PLAN-FILE.
003860     IF NOT PLAN-OK
003870        DISPLAY "PLANOTAS NAO ENCONTRADO - STATUS "
003880                WS-PLAN-STATUS
003890        MOVE "S" TO WS-ERRO-CARGA
003900        GO TO 1000-INICIALIZA-EXIT
003910     END-IF.
003920     OPEN INPUT CAD-FILE.
003930     IF NOT CAD-OK
003940        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS "
003950                WS-CAD-STATUS
003960        CLOSE PLAN-FILE
003970        MOVE "S" TO WS-ERRO-CARGA
003980        GO TO 1000-INICIALIZA-EXIT
003990     END-IF.
004000     PERFORM 1080-COPIA-SEGURANCA.
004010     IF ERRO-CARGA
004020        CLOSE PLAN-FILE
004030        CLOSE CAD-FILE
004040        GO TO 1000-INICIALIZA-EXIT
004050     END-IF.
004060     OPEN I-O ALUNO-FILE.
004070     IF ALUNO-SEM-ARQUIVO
004080        DISPLAY "ALUNOS NAO ENCONTRADO - CRIANDO VAZIO"
004090        OPEN OUTPUT ALUNO-FILE
004100        CLOSE ALUNO-FILE
004110        OPEN I-O ALUNO-FILE
004120     END-IF.
004130     IF NOT ALUNO-OK
004140        DISPLAY "ERRO AO ABRIR ALUNOS - STATUS "
004150                WS-ALUNO-STATUS
004160        CLOSE PLAN-FILE
004170        CLOSE CAD-FILE
004180        MOVE "S" TO WS-ERRO-CARGA
004190        GO TO 1000-INICIALIZA-EXIT
004200     END-IF.
004210     OPEN OUTPUT REJ-FILE.
004220     IF NOT REJ-OK
004230        DISPLAY "ERRO AO ABRIR PLANREJ - STATUS "
004240                WS-REJ-STATUS
004250        CLOSE PLAN-FILE
004260        CLOSE CAD-FILE
004270        CLOSE ALUNO-FILE
004280        MOVE "S" TO WS-ERRO-CARGA
004290        GO TO 1000-INICIALIZA-EXIT
004300     END-IF.
004310     OPEN OUTPUT RELCARGA-FILE.
004320     IF NOT RELCARGA-OK
004330        DISPLAY "ERRO AO ABRIR RELCARGA - STATUS "
004340                WS-RELCARGA-STATUS
004350        CLOSE PLAN-FILE
004360        CLOSE CAD-FILE
004370        CLOSE ALUNO-FILE
004380        CLOSE REJ-FILE
004390        MOVE "S" TO WS-ERRO-CARGA
004400        GO TO 1000-INICIALIZA-EXIT
004410     END-IF.
004420     MOVE "S" TO WS-ARQUIVOS-ABERTOS.
004430     MOVE WS-ANO-LETIVO     TO W15C1-ANO.
004440     MOVE WS-DATA-FORMATADA TO W15C1-DATA.
004450     WRITE RL15-LINHA FROM WS15-CAB-1-LINHA
004460         AFTER ADVANCING 1 LINE.
004470 1000-INICIALIZA-EXIT. EXIT.
004480*-----------------------------------------------------------------
004490 1050-LE-PARAMETROS.
004500     OPEN INPUT PARM-FILE.
004510     IF NOT PARM-OK
004520        DISPLAY "PARAMETROS NAO ENCONTRADO - NENHUMA DISCIPLINA"
004530                " NO BARALHO"
004540        GO TO 1050-LE-PARAMETROS-EXIT
004550     END-IF.
004560     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
004570         UNTIL FIM-PARM.
004580     CLOSE PARM-FILE.
004590     DISPLAY "DISCIPLINAS NO BARALHO: " WS-PRM-QTD.
004600 1050-LE-PARAMETROS-EXIT. EXIT.
004610*-----------------------------------------------------------------
004620 1055-LE-CARTAO-PARM.
004630     READ PARM-FILE
004640         AT END
004650            MOVE "S" TO WS-FIM-PARM
004660            GO TO 1055-LE-CARTAO-PARM-EXIT
004670     END-READ.
004680     IF PM-DISCIPLINA = SPACES
004690        IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
004700           MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
004710        END-IF
004720        DISPLAY "CARGA DE NOTAS DO ANO LETIVO " WS-ANO-LETIVO
004730        GO TO 1055-LE-CARTAO-PARM-EXIT
004740     END-IF.
004750     IF WS-PRM-QTD < 10
004760        ADD 1 TO WS-PRM-QTD
004770        MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD)
004780     ELSE
004790        DISPLAY "MAIS DE 10 DISCIPLINAS NO BARALHO - "
004800                "EXCEDENTE IGNORADO"
004810     END-IF.
004820 1055-LE-CARTAO-PARM-EXIT. EXIT.
004830*-----------------------------------------------------------------
004840* COPIA DE SEGURANCA DO ALUNOS ANTES DE REGRAVA-LO (PROGRAMA21):
004850* UMA CARGA ERRADA SE DESFAZ PELA RESTAURACAO DO PROGRAMA22.
004860*-----------------------------------------------------------------
004870 1080-COPIA-SEGURANCA.
004880     MOVE "ALUNOS"      TO CQ-ARQUIVO.
004890     MOVE "PROGRAMA19"  TO CQ-PROGRAMA.
004900     MOVE WS-ANO-LETIVO TO CQ-ANO-LETIVO.
004910     CALL "PROGRAMA21" USING COPIA-PEDIDO.
004920     IF CQ-COPIA-FALHOU
004930        DISPLAY "SEM COPIA DE SEGURANCA DO ALUNOS - "
004940                "CARGA RECUSADA"
004950        MOVE "S" TO WS-ERRO-CARGA
004960     END-IF.
004970*-----------------------------------------------------------------
004980* UMA LINHA DA PLANILHA: SEPARA OS CAMPOS, QUEBRA A PLANILHA
004990* QUANDO MUDA ESCOLA/TURMA/DISCIPLINA, CRITICA E GRAVA OU
005000* REJEITA. LINHA EM BRANCO E LINHA DE TITULO DAS COLUNAS
005010* (COMECANDO POR "ESCOLA") SAO PULADAS.
005020*-----------------------------------------------------------------
005030 2000-PROCESSA-LINHA.
005040     READ PLAN-FILE
005050         AT END
005060            MOVE "S" TO WS-FIM-PLANILHA
005070            GO TO 2000-PROCESSA-LINHA-EXIT
005080     END-READ.
005090     IF NOT PLAN-OK
005100        DISPLAY "ERRO NA LEITURA DE PLANOTAS - STATUS "
005110                WS-PLAN-STATUS
005120        MOVE "S" TO WS-FIM-PLANILHA
005130        MOVE "S" TO WS-ERRO-CARGA
005140        GO TO 2000-PROCESSA-LINHA-EXIT
005150     END-IF.
005160     ADD 1 TO WS-NUM-LINHA.
005170     MOVE PL-LINHA TO WS-LINHA.
005180     INSPECT WS-LINHA REPLACING ALL X"0D" BY SPACE.
005190     IF WS-LINHA = SPACES
005200        GO TO 2000-PROCESSA-LINHA-EXIT
005210     END-IF.
005220     IF WS-LINHA (1:6) = "ESCOLA" OR WS-LINHA (1:6) = "escola"
005230        OR WS-LINHA (1:6) = "Escola"
005240        ADD 1 TO WS-TOT-CABECALHOS
005250        GO TO 2000-PROCESSA-LINHA-EXIT
005260     END-IF.
005270     PERFORM 2100-SEPARA-CAMPOS.
005280     MOVE WS-C-ESCOLA     TO WS-PC-ESCOLA.
005290     MOVE WS-C-TURMA      TO WS-PC-TURMA.
005300     MOVE WS-C-DISCIPLINA TO WS-PC-DISCIPLINA.
005310     IF NOT TEM-PLANILHA OR WS-PLAN-CHAVE NOT = WS-PLAN-ATUAL
005320        IF TEM-PLANILHA
005330           PERFORM 3100-FECHA-PLANILHA
005340        END-IF
005350        PERFORM 3000-ABRE-PLANILHA
005360     END-IF.
005370     ADD 1 TO WS-PL-LIDAS.
005380     ADD 1 TO WS-TOT-LIDAS.
005390     MOVE SPACES TO WS-MOTIVO.
005400     PERFORM 2200-CRITICA-LINHA THRU 2200-CRITICA-LINHA-EXIT.
005410     IF WS-MOTIVO NOT = SPACES
005420        PERFORM 2800-REJEITA-LINHA
005430     ELSE
005440        PERFORM 2600-GRAVA-ALUNO THRU 2600-GRAVA-ALUNO-EXIT
005450     END-IF.
005460 2000-PROCESSA-LINHA-EXIT. EXIT.
005470*-----------------------------------------------------------------
005480 2100-SEPARA-CAMPOS.
005490     MOVE SPACES TO WS-C-ESCOLA WS-C-TURMA WS-C-DISCIPLINA
005500                    WS-C-MATRICULA.
005510     MOVE SPACES TO WS-C-NOTA (1) WS-C-NOTA (2) WS-C-NOTA (3)
005520                    WS-C-NOTA (4).
005530     MOVE ZEROS TO WS-C-CAMPOS WS-C-ESC-LEN WS-C-TUR-LEN
005540                   WS-C-DIS-LEN WS-C-MAT-LEN.
005550     MOVE ZEROS TO WS-C-NOTA-LEN (1) WS-C-NOTA-LEN (2)
005560                   WS-C-NOTA-LEN (3) WS-C-NOTA-LEN (4).
005570     MOVE "N" TO WS-C-EXCESSO.
005580     UNSTRING WS-LINHA DELIMITED BY ";"
005590         INTO WS-C-ESCOLA       COUNT IN WS-C-ESC-LEN
005600              WS-C-TURMA        COUNT IN WS-C-TUR-LEN
005610              WS-C-DISCIPLINA   COUNT IN WS-C-DIS-LEN
005620              WS-C-MATRICULA    COUNT IN WS-C-MAT-LEN
005630              WS-C-NOTA (1)     COUNT IN WS-C-NOTA-LEN (1)
005640              WS-C-NOTA (2)     COUNT IN WS-C-NOTA-LEN (2)
005650              WS-C-NOTA (3)     COUNT IN WS-C-NOTA-LEN (3)
005660              WS-C-NOTA (4)     COUNT IN WS-C-NOTA-LEN (4)
005670         TALLYING IN WS-C-CAMPOS
005680         ON OVERFLOW
005690            MOVE "S" TO WS-C-EXCESSO
005700     END-UNSTRING.
005710     INSPECT WS-C-TURMA CONVERTING WS-MINUSCULAS
005720         TO WS-MAIUSCULAS.
005730     INSPECT WS-C-DISCIPLINA CONVERTING WS-MINUSCULAS
005740         TO WS-MAIUSCULAS.
005750*-----------------------------------------------------------------
005760* CRITICA DA LINHA, NA ORDEM: FORMATO DOS CAMPOS, BARALHO,
005770* NOTAS, CADASTRO, DUPLICIDADE NA CARGA E BIMESTRE FECHADO. O
005780* PRIMEIRO ERRO ENCONTRADO E O MOTIVO DA REJEICAO.
005790*-----------------------------------------------------------------
005800 2200-CRITICA-LINHA.
005810     IF WS-C-CAMPOS NOT = 8 OR C-EXCESSO
005820        MOVE "LINHA COM QTD DE CAMPOS INVALIDA" TO WS-MOTIVO
005830        GO TO 2200-CRITICA-LINHA-EXIT
005840     END-IF.
005850     IF WS-C-ESC-LEN < 1 OR WS-C-ESC-LEN > 2
005860        MOVE "ESCOLA INVALIDA" TO WS-MOTIVO
005870        GO TO 2200-CRITICA-LINHA-EXIT
005880     END-IF.
005890     MOVE WS-C-ESCOLA (1:WS-C-ESC-LEN) TO WS-ESCOLA-JUST.
005900     INSPECT WS-ESCOLA-JUST REPLACING LEADING SPACE BY "0".
005910     IF WS-ESCOLA-JUST IS NOT NUMERIC OR WS-ESCOLA-NUM = ZEROS
005920        MOVE "ESCOLA INVALIDA" TO WS-MOTIVO
005930        GO TO 2200-CRITICA-LINHA-EXIT
005940     END-IF.
005950     IF WS-C-TUR-LEN < 1 OR WS-C-TUR-LEN > 10
005960        MOVE "TURMA INVALIDA" TO WS-MOTIVO
005970        GO TO 2200-CRITICA-LINHA-EXIT
005980     END-IF.
005990     IF WS-C-MAT-LEN < 1 OR WS-C-MAT-LEN > 5
006000        MOVE "MATRICULA INVALIDA" TO WS-MOTIVO
006010        GO TO 2200-CRITICA-LINHA-EXIT
006020     END-IF.
006030     MOVE WS-C-MATRICULA (1:WS-C-MAT-LEN) TO WS-MATRIC-JUST.
006040     INSPECT WS-MATRIC-JUST REPLACING LEADING SPACE BY "0".
006050     IF WS-MATRIC-JUST IS NOT NUMERIC OR WS-MATRIC-NUM = ZEROS
006060        MOVE "MATRICULA INVALIDA" TO WS-MOTIVO
006070        GO TO 2200-CRITICA-LINHA-EXIT
006080     END-IF.
006090     IF WS-C-DIS-LEN > 3
006100        MOVE "DISCIPLINA FORA DO BARALHO" TO WS-MOTIVO
006110        GO TO 2200-CRITICA-LINHA-EXIT
006120     END-IF.
006130     PERFORM 2300-PROCURA-DISCIPLINA THRU
006140         2300-PROCURA-DISCIPLINA-EXIT.
006150     IF NOT PRM-ACHOU
006160        MOVE "DISCIPLINA FORA DO BARALHO" TO WS-MOTIVO
006170        GO TO 2200-CRITICA-LINHA-EXIT
006180     END-IF.
006190     PERFORM 2250-CONVERTE-NOTA THRU 2250-CONVERTE-NOTA-EXIT
006200         VARYING WS-NT-IDX FROM 1 BY 1
006210         UNTIL WS-NT-IDX > 4 OR WS-MOTIVO NOT = SPACES.
006220     IF WS-MOTIVO NOT = SPACES
006230        GO TO 2200-CRITICA-LINHA-EXIT
006240     END-IF.
006250     MOVE WS-MATRIC-NUM TO CD-MATRICULA.
006260     READ CAD-FILE
006270         INVALID KEY
006280            MOVE "MATRICULA NAO CADASTRADA" TO WS-MOTIVO
006290            GO TO 2200-CRITICA-LINHA-EXIT
006300     END-READ.
006310     IF CD-ESCOLA NOT = WS-ESCOLA-NUM
006320        MOVE "ALUNO DE OUTRA ESCOLA NO CADASTRO" TO WS-MOTIVO
006330        GO TO 2200-CRITICA-LINHA-EXIT
006340     END-IF.
006350     IF CD-TURMA NOT = WS-C-TURMA
006360        MOVE "ALUNO EM OUTRA TURMA NO CADASTRO" TO WS-MOTIVO
006370        GO TO 2200-CRITICA-LINHA-EXIT
006380     END-IF.
006390     PERFORM 2400-PROCURA-CARGA THRU 2400-PROCURA-CARGA-EXIT.
006400     IF CRG-ACHOU
006410        MOVE "LINHA DUPLICADA NA CARGA" TO WS-MOTIVO
006420        GO TO 2200-CRITICA-LINHA-EXIT
006430     END-IF.
006440     MOVE WS-MATRIC-NUM   TO AR-MATRICULA.
006450     MOVE WS-C-DISCIPLINA TO AR-DISCIPLINA.
006460     MOVE "S" TO WS-ALUNO-EXISTE.
006470     MOVE ZEROS TO WS-NA-NOTA (1) WS-NA-NOTA (2)
006480                   WS-NA-NOTA (3) WS-NA-NOTA (4).
006490     READ ALUNO-FILE
006500         INVALID KEY
006510            MOVE "N" TO WS-ALUNO-EXISTE
006520     END-READ.
006530     IF ALUNO-EXISTE
006540        MOVE AR-N1 TO WS-NA-NOTA (1)
006550        MOVE AR-N2 TO WS-NA-NOTA (2)
006560        MOVE AR-N3 TO WS-NA-NOTA (3)
006570        MOVE AR-N4 TO WS-NA-NOTA (4)
006580     END-IF.
006590     PERFORM 2500-CONFERE-FECHADO THRU 2500-CONFERE-FECHADO-EXIT
006600         VARYING WS-NT-IDX FROM 1 BY 1
006610         UNTIL WS-NT-IDX > 4 OR WS-MOTIVO NOT = SPACES.
006620 2200-CRITICA-LINHA-EXIT. EXIT.
006630*-----------------------------------------------------------------
006640* NOTA DA PLANILHA: PARTE INTEIRA DE 1 OU 2 DIGITOS E, APOS A
006650* VIRGULA (OU PONTO), NO MAXIMO UMA CASA DECIMAL, NA FAIXA
006660* 00,0-10,0. CAMPO EM BRANCO FICA MARCADO COMO VAZIO. O N4,
006670* ULTIMO CAMPO, VEM COM OS BRANCOS DO FIM DA LINHA NA CONTAGEM -
006680* O EXCESSO DELE APARECE NA CASA DECIMAL.
006690*-----------------------------------------------------------------
006700 2250-CONVERTE-NOTA.
006710     MOVE ZEROS TO WS-NN-NOTA (WS-NT-IDX).
006720     MOVE "N"   TO WS-NN-VAZIA (WS-NT-IDX).
006730     IF WS-C-NOTA-LEN (WS-NT-IDX) = ZEROS
006740        OR WS-C-NOTA (WS-NT-IDX) = SPACES
006750        MOVE "S" TO WS-NN-VAZIA (WS-NT-IDX)
006760        GO TO 2250-CONVERTE-NOTA-EXIT
006770     END-IF.
006780     MOVE SPACES TO WS-NT-INTEIRA WS-NT-DECIMAL.
006790     MOVE ZEROS TO WS-NT-INT-LEN WS-NT-DEC-LEN.
006800     UNSTRING WS-C-NOTA (WS-NT-IDX) DELIMITED BY "," OR "."
006810                                    OR SPACE
006820         INTO WS-NT-INTEIRA COUNT IN WS-NT-INT-LEN
006830              WS-NT-DECIMAL COUNT IN WS-NT-DEC-LEN
006840     END-UNSTRING.
006850     IF (WS-NT-IDX < 4 AND WS-C-NOTA-LEN (WS-NT-IDX) > 5)
006860        OR WS-NT-INT-LEN < 1 OR WS-NT-INT-LEN > 2
006870        OR WS-NT-DEC-LEN > 1
006880        GO TO 2250-NOTA-INVALIDA
006890     END-IF.
006900     MOVE WS-NT-INTEIRA (1:WS-NT-INT-LEN) TO WS-NT-TXT-INT.
006910     INSPECT WS-NT-TXT-INT REPLACING LEADING SPACE BY "0".
006920     IF WS-NT-DEC-LEN = 1
006930        MOVE WS-NT-DECIMAL (1:1) TO WS-NT-TXT-DEC
006940     ELSE
006950        MOVE "0" TO WS-NT-TXT-DEC
006960     END-IF.
006970     IF WS-NT-TEXTO IS NOT NUMERIC OR WS-NT-VALOR > 10
006980        GO TO 2250-NOTA-INVALIDA
006990     END-IF.
007000     MOVE WS-NT-VALOR TO WS-NN-NOTA (WS-NT-IDX).
007010     GO TO 2250-CONVERTE-NOTA-EXIT.
007020 2250-NOTA-INVALIDA.
007030     MOVE "NOTA N  FORA DA FAIXA 00,0-10,0" TO WS-MOTIVO.
007040     MOVE WS-NT-IDX TO WS-MOTIVO (7:1).
007050 2250-CONVERTE-NOTA-EXIT. EXIT.
007060*-----------------------------------------------------------------
007070 2300-PROCURA-DISCIPLINA.
007080     MOVE "N" TO WS-PRM-ACHOU.
007090     MOVE 1 TO WS-PRM-IDX.
007100     PERFORM 2350-COMPARA-DISCIPLINA THRU
007110         2350-COMPARA-DISCIPLINA-EXIT
007120         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
007130 2300-PROCURA-DISCIPLINA-EXIT. EXIT.
007140*-----------------------------------------------------------------
007150 2350-COMPARA-DISCIPLINA.
007160     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = WS-C-DISCIPLINA
007170        MOVE "S" TO WS-PRM-ACHOU
007180     ELSE
007190        ADD 1 TO WS-PRM-IDX
007200     END-IF.
007210 2350-COMPARA-DISCIPLINA-EXIT. EXIT.
007220*-----------------------------------------------------------------
007230 2400-PROCURA-CARGA.
007240     MOVE "N" TO WS-CRG-ACHOU.
007250     MOVE 1 TO WS-CRG-IDX.
007260     PERFORM 2450-COMPARA-CARGA THRU 2450-COMPARA-CARGA-EXIT
007270         UNTIL CRG-ACHOU OR WS-CRG-IDX > WS-CRG-QTD.
007280 2400-PROCURA-CARGA-EXIT. EXIT.
007290*-----------------------------------------------------------------
007300 2450-COMPARA-CARGA.
007310     IF WS-CRG-CHAVE (WS-CRG-IDX) (1:5) = WS-MATRIC-JUST
007320        AND WS-CRG-CHAVE (WS-CRG-IDX) (6:3) = WS-C-DISCIPLINA
007330        MOVE "S" TO WS-CRG-ACHOU
007340     ELSE
007350        ADD 1 TO WS-CRG-IDX
007360     END-IF.
007370 2450-COMPARA-CARGA-EXIT. EXIT.
007380*-----------------------------------------------------------------
007390* NOTA DE BIMESTRE JA FECHADO PELO PROGRAMA01 SO PODE CHEGAR IGUAL
007400* A GRAVADA (OU EM BRANCO): A MUDANCA DEPOIS DO FECHAMENTO E
007410* RETIFICACAO, FEITA PELO PROGRAMA09 COM MOTIVO NO RETLOG.
007420*-----------------------------------------------------------------
007430 2500-CONFERE-FECHADO.
007440     IF WS-BIM-FECHADO (WS-NT-IDX) = "S"
007450        AND WS-NN-VAZIA (WS-NT-IDX) = "N"
007460        AND WS-NN-NOTA (WS-NT-IDX) NOT = WS-NA-NOTA (WS-NT-IDX)
007470        MOVE "N  DE BIMESTRE FECHADO - PROGRAMA09" TO WS-MOTIVO
007480        MOVE WS-NT-IDX TO WS-MOTIVO (2:1)
007490     END-IF.
007500 2500-CONFERE-FECHADO-EXIT. EXIT.
007510*-----------------------------------------------------------------
007520* GRAVA A LINHA LIMPA: REGRAVA AS NOTAS PREENCHIDAS DO ALUNO JA
007530* EXISTENTE OU INCLUI O ALUNO COM NOME/TURMA/ESCOLA DO CADASTRO.
007540*-----------------------------------------------------------------
007550 2600-GRAVA-ALUNO.
007560     IF NOT ALUNO-EXISTE
007570        MOVE WS-MATRIC-NUM   TO AR-MATRICULA
007580        MOVE WS-C-DISCIPLINA TO AR-DISCIPLINA
007590        MOVE ZEROS TO AR-N1 AR-N2 AR-N3 AR-N4
007600     END-IF.
007610     MOVE CD-NOME-ALUNO TO AR-NOME-ALUNO.
007620     MOVE CD-TURMA      TO AR-TURMA.
007630     MOVE CD-ESCOLA     TO AR-ESCOLA.
007640     IF WS-NN-VAZIA (1) = "N"
007650        MOVE WS-NN-NOTA (1) TO AR-N1
007660     END-IF.
007670     IF WS-NN-VAZIA (2) = "N"
007680        MOVE WS-NN-NOTA (2) TO AR-N2
007690     END-IF.
007700     IF WS-NN-VAZIA (3) = "N"
007710        MOVE WS-NN-NOTA (3) TO AR-N3
007720     END-IF.
007730     IF WS-NN-VAZIA (4) = "N"
007740        MOVE WS-NN-NOTA (4) TO AR-N4
007750     END-IF.
007760     IF ALUNO-EXISTE
007770        REWRITE ALUNO-REC
007780        IF NOT ALUNO-OK
007790           DISPLAY "ERRO AO REGRAVAR ALUNOS - MATRICULA "
007800                   AR-MATRICULA " STATUS " WS-ALUNO-STATUS
007810           MOVE "ERRO DE GRAVACAO NO ALUNOS" TO WS-MOTIVO
007820           PERFORM 2800-REJEITA-LINHA
007830           GO TO 2600-GRAVA-ALUNO-EXIT
007840        END-IF
007850        ADD 1 TO WS-PL-ALTERADAS
007860     ELSE
007870        WRITE ALUNO-REC
007880        IF NOT ALUNO-OK
007890           DISPLAY "ERRO AO INCLUIR NO ALUNOS - MATRICULA "
007900                   AR-MATRICULA " STATUS " WS-ALUNO-STATUS
007910           MOVE "ERRO DE GRAVACAO NO ALUNOS" TO WS-MOTIVO
007920           PERFORM 2800-REJEITA-LINHA
007930           GO TO 2600-GRAVA-ALUNO-EXIT
007940        END-IF
007950        ADD 1 TO WS-PL-INCLUIDAS
007960     END-IF.
007970     PERFORM 2650-SOMA-NOTA
007980         VARYING WS-NT-IDX FROM 1 BY 1
007990         UNTIL WS-NT-IDX > 4.
008000     IF WS-CRG-QTD < 3000
008010        ADD 1 TO WS-CRG-QTD
008020        MOVE WS-MATRIC-JUST  TO WS-CRG-CHAVE (WS-CRG-QTD) (1:5)
008030        MOVE WS-C-DISCIPLINA TO WS-CRG-CHAVE (WS-CRG-QTD) (6:3)
008040     ELSE
008050        IF NOT CRG-CHEIA
008060           DISPLAY "MAIS DE 3000 LINHAS GRAVADAS - EXCEDENTE SEM"
008070                   " CONFERENCIA DE DUPLICIDADE"
008080           MOVE "S" TO WS-CRG-CHEIA
008090        END-IF
008100     END-IF.
008110 2600-GRAVA-ALUNO-EXIT. EXIT.
008120*-----------------------------------------------------------------
008130* TOTAL DE CONTROLE DA PLANILHA: SO AS NOTAS DE FATO GRAVADAS.
008140*-----------------------------------------------------------------
008150 2650-SOMA-NOTA.
008160     IF WS-NN-VAZIA (WS-NT-IDX) = "N"
008170        ADD WS-NN-NOTA (WS-NT-IDX) TO WS-PL-SOMA-NOTAS
008180     END-IF.
008190*-----------------------------------------------------------------
008200* LINHA REJEITADA: VAI COMO VEIO PARA O PLANREJ E, COM O MOTIVO,
008210* PARA O RELATORIO DE CARGA.
008220*-----------------------------------------------------------------
008230 2800-REJEITA-LINHA.
008240     MOVE PL-LINHA TO RJ-LINHA.
008250     WRITE RJ-LINHA.
008260     ADD 1 TO WS-PL-REJEITADAS.
008270     MOVE WS-NUM-LINHA     TO W15D-LINHA.
008280     MOVE WS-C-MATRICULA   TO W15D-MATRICULA.
008290     MOVE WS-MOTIVO        TO W15D-MOTIVO.
008300     MOVE WS-LINHA (1:60)  TO W15D-CONTEUDO.
008310     WRITE RL15-LINHA FROM WS15-DET-LINHA
008320         AFTER ADVANCING 1 LINE.
008330*-----------------------------------------------------------------
008340* QUEBRA DE PLANILHA: CABECALHO DA NOVA (ESCOLA/TURMA/DISCIPLINA
008350* COMO VIERAM NA LINHA) E TOTAIS DE CONTROLE DA QUE TERMINOU.
008360*-----------------------------------------------------------------
008370 3000-ABRE-PLANILHA.
008380     MOVE WS-PLAN-CHAVE    TO WS-PLAN-ATUAL.
008390     MOVE WS-PC-ESCOLA     TO W15P-ESCOLA.
008400     MOVE WS-PC-TURMA      TO W15P-TURMA.
008410     MOVE WS-PC-DISCIPLINA TO W15P-DISCIPLINA.
008420     WRITE RL15-LINHA FROM WS15-PLAN-LINHA
008430         AFTER ADVANCING 2 LINES.
008440     WRITE RL15-LINHA FROM WS15-CAB-2-LINHA
008450         AFTER ADVANCING 1 LINE.
008460     MOVE ZEROS TO WS-PL-LIDAS WS-PL-INCLUIDAS WS-PL-ALTERADAS
008470                   WS-PL-REJEITADAS WS-PL-SOMA-NOTAS.
008480     ADD 1 TO WS-TOT-PLANILHAS.
008490     MOVE "S" TO WS-TEM-PLANILHA.
008500*-----------------------------------------------------------------
008510 3100-FECHA-PLANILHA.
008520     MOVE WS-PL-LIDAS      TO W15S-LIDAS.
008530     MOVE WS-PL-INCLUIDAS  TO W15S-INCLUIDAS.
008540     MOVE WS-PL-ALTERADAS  TO W15S-ALTERADAS.
008550     MOVE WS-PL-REJEITADAS TO W15S-REJEITADAS.
008560     MOVE WS-PL-SOMA-NOTAS TO W15S-SOMA-NOTAS.
008570     WRITE RL15-LINHA FROM WS15-TOT-PLAN-LINHA
008580         AFTER ADVANCING 1 LINE.
008590     ADD WS-PL-INCLUIDAS  TO WS-TOT-INCLUIDAS.
008600     ADD WS-PL-ALTERADAS  TO WS-TOT-ALTERADAS.
008610     ADD WS-PL-REJEITADAS TO WS-TOT-REJEITADAS.
008620     ADD WS-PL-SOMA-NOTAS TO WS-TOT-SOMA-NOTAS.
008630     MOVE "N" TO WS-TEM-PLANILHA.
008640*-----------------------------------------------------------------
008650 7000-GRAVA-AUDITORIA.
008660     MOVE WS-DATA-FORMATADA TO WA-DATA.
008670     MOVE WS-HORA-FORMATADA TO WA-HORA.
008680     MOVE WS-TOT-LIDAS      TO WA-LIDAS.
008690     MOVE WS-TOT-INCLUIDAS  TO WA-INCLUIDAS.
008700     MOVE WS-TOT-ALTERADAS  TO WA-ALTERADAS.
008710     MOVE WS-TOT-REJEITADAS TO WA-REJEITADAS.
008720     MOVE WS-ANO-LETIVO     TO WA-ANO-LETIVO.
008730     OPEN EXTEND AUDIT-FILE.
008740     IF NOT AUDIT-OK
008750        OPEN OUTPUT AUDIT-FILE
008760     END-IF.
008770     IF AUDIT-OK
008780        WRITE AU-LINHA FROM WS-AUDIT-LINHA
008790        CLOSE AUDIT-FILE
008800     ELSE
008810        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
008820                WS-AUDIT-STATUS
008830     END-IF.
008840*-----------------------------------------------------------------
008850 8000-FINALIZA.
008860     IF ARQUIVOS-ABERTOS
008870        MOVE WS-TOT-PLANILHAS  TO W15R-PLANILHAS
008880        MOVE WS-TOT-LIDAS      TO W15R-LIDAS
008890        MOVE WS-TOT-INCLUIDAS  TO W15R-INCLUIDAS
008900        MOVE WS-TOT-ALTERADAS  TO W15R-ALTERADAS
008910        MOVE WS-TOT-REJEITADAS TO W15R-REJEITADAS
008920        MOVE WS-TOT-SOMA-NOTAS TO W15R-SOMA-NOTAS
008930        WRITE RL15-LINHA FROM WS15-TRL-LINHA
008940            AFTER ADVANCING 2 LINES
008950        CLOSE PLAN-FILE
008960        CLOSE CAD-FILE
008970        CLOSE ALUNO-FILE
008980        CLOSE REJ-FILE
008990        CLOSE RELCARGA-FILE
009000     END-IF.
009010     DISPLAY "PLANILHAS..............: " WS-TOT-PLANILHAS.
009020     DISPLAY "LINHAS LIDAS...........: " WS-TOT-LIDAS.
009030     DISPLAY "INCLUIDAS NO ALUNOS....: " WS-TOT-INCLUIDAS.
009040     DISPLAY "ALTERADAS NO ALUNOS....: " WS-TOT-ALTERADAS.
009050     DISPLAY "REJEITADAS (PLANREJ)...: " WS-TOT-REJEITADAS.
009060     IF WS-TOT-CABECALHOS > ZEROS
009070        DISPLAY "LINHAS DE TITULO PULADAS: " WS-TOT-CABECALHOS
009080     END-IF.
009090     IF ERRO-CARGA OR WS-TOT-REJEITADAS > ZEROS
009100        MOVE 8 TO RETURN-CODE
009110        DISPLAY "CARGA COM REJEICOES - RETURN-CODE 8"
009120     END-IF.
009130     DISPLAY "FIM DO PROGRAMA19".
009140*-----------------------------------------------------------------
009150 END PROGRAM PROGRAMA19.
