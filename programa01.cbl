001270*                   CARREGADO PARA HISTBIM E MATRICULA. O
001280*                   ALUNO COM ESCOLA DIFERENTE DA DO CADASTRO
001290*                   MESTRE VAI PARA EXCECOES.
001300*   2026-10-15 JAS  O FECHAMENTO DO BIMESTRE PASSA A EXIGIR NO
001310*                   RUNCTL UMA CONFERENCIA LIMPA DE LANCAMENTOS
001320*                   (PROGRAMA18, RETURN-CODE ZERO) PARA O ANO E
001330*                   O BIMESTRE - SEM ELA A EXECUCAO E RECUSADA,
001340*                   SALVO PM-LIBERA-RERUN = "S" NO CARTAO GERAL,
001350*                   LIBERACAO REGISTRADA NO AUDITLOG.
001360******************************************************************
001370 IDENTIFICATION DIVISION.
001380 PROGRAM-ID. PROGRAMA01.
001390 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001410 FILE-CONTROL.
001420     SELECT ALUNO-FILE ASSIGN TO ALUNOS
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS SEQUENTIAL
001450         RECORD KEY IS AR-CHAVE
001460         FILE STATUS IS WS-ALUNO-STATUS.
001470     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK06".
001480     SELECT ALUORD-FILE ASSIGN TO ALUNOSORD
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-ALUORD-STATUS.
001510     SELECT RELATORIO-FILE ASSIGN TO RELATORIO
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-RELATORIO-STATUS.
001540     SELECT PARM-FILE ASSIGN TO PARAMETROS
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-PARM-STATUS.
001570     SELECT EXCECOES-FILE ASSIGN TO EXCECOES
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-EXCECOES-STATUS.
001600     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-AUDIT-STATUS.
001630     SELECT HIST-FILE ASSIGN TO HISTBIM
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-HIST-STATUS.
001660     SELECT CKPT-FILE ASSIGN TO CHECKPT
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-CKPT-STATUS.
001690     SELECT MATRIC-FILE ASSIGN TO MATRICULA
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-MATRIC-STATUS.
001720     SELECT ESC-FILE ASSIGN TO ESCOLAS
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS WS-ESCOLAS-STATUS.
001750     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-RUNCTL-STATUS.
001780     SELECT CAD-FILE ASSIGN TO CADASTRO
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS RANDOM
001810         RECORD KEY IS CD-MATRICULA
001820         FILE STATUS IS WS-CAD-STATUS.
001830 DATA DIVISION.
001840 FILE SECTION.
001850 FD  ALUNO-FILE
001860     RECORD CONTAINS 47 CHARACTERS.
001870     COPY ALUNOREC.
001880 SD  SORT-WORK-FILE.
001890 01  SORT-REC.
001900     05  SR-MATRICULA          PIC 9(05).
001910     05  SR-DISCIPLINA         PIC X(03).
001920     05  SR-NOME-ALUNO         PIC X(15).
001930     05  SR-TURMA              PIC X(10).
001940     05  SR-NOTAS              PIC X(12).
001950     05  SR-ESCOLA             PIC 9(02).
001960 FD  ALUORD-FILE
001970     RECORD CONTAINS 47 CHARACTERS.
001980 01  AO-REC.
001990     05  AO-MATRICULA          PIC 9(05).
002000     05  AO-DISCIPLINA         PIC X(03).
002010     05  AO-NOME-ALUNO         PIC X(15).
002020     05  AO-TURMA              PIC X(10).
002030     05  AO-N1                 PIC 9(02)V9(01).
002040     05  AO-N2                 PIC 9(02)V9(01).
002050     05  AO-N3                 PIC 9(02)V9(01).
002060     05  AO-N4                 PIC 9(02)V9(01).
002070     05  AO-ESCOLA             PIC 9(02).
002080 FD  PARM-FILE
002090     RECORD CONTAINS 34 CHARACTERS.
002100     COPY PARMREC.
002110 FD  EXCECOES-FILE
002120     RECORD CONTAINS 79 CHARACTERS.
002130 01  EX-LINHA                 PIC X(79).
002140 FD  AUDIT-FILE
002150     RECORD CONTAINS 113 CHARACTERS.
002160 01  AU-LINHA                 PIC X(113).
002170 FD  HIST-FILE
002180     RECORD CONTAINS 55 CHARACTERS.
002190     COPY HISTREC.
002200 FD  CKPT-FILE
002210     RECORD CONTAINS 142 CHARACTERS.
002220     COPY CKPTREC.
002230 FD  MATRIC-FILE
002240     RECORD CONTAINS 34 CHARACTERS.
002250     COPY MATRECREC.
002260 FD  ESC-FILE
002270     RECORD CONTAINS 32 CHARACTERS.
002280     COPY ESCREC.
002290 FD  RUNCTL-FILE
002300     RECORD CONTAINS 36 CHARACTERS.
002310     COPY RUNREC.
002320 FD  CAD-FILE
002330     RECORD CONTAINS 32 CHARACTERS.
002340     COPY CADREC.
002350 FD  RELATORIO-FILE
002360     RECORD CONTAINS 132 CHARACTERS.
002370 01  RL-LINHA                 PIC X(132).
002380 WORKING-STORAGE SECTION.
002390*-----------------------------------------------------------------
002400* CHAVES E CONTADORES DE CONTROLE
002410*-----------------------------------------------------------------
002420 77  WS-ALUNO-STATUS       PIC X(02) VALUE "00".
002430     88  ALUNO-OK                    VALUE "00".
002440     88  ALUNO-FIM                   VALUE "10".
002450 77  WS-ALUORD-STATUS      PIC X(02) VALUE "00".
002460     88  ALUORD-OK                   VALUE "00".
002470     88  ALUORD-FIM                  VALUE "10".
002480 77  WS-RELATORIO-STATUS   PIC X(02) VALUE "00".
002490     88  RELATORIO-OK                VALUE "00".
002500 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
002510     88  PARM-OK                     VALUE "00".
002520 77  WS-EXCECOES-STATUS    PIC X(02) VALUE "00".
002530     88  EXCECOES-OK                 VALUE "00".
002540 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
002550     88  AUDIT-OK                    VALUE "00".
002560 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
002570     88  HIST-OK                     VALUE "00".
002580 77  WS-CKPT-STATUS        PIC X(02) VALUE "00".
002590     88  CKPT-OK                     VALUE "00".
002600 77  WS-MATRIC-STATUS      PIC X(02) VALUE "00".
002610     88  MATRIC-OK                   VALUE "00".
002620 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
002630     88  CAD-OK                      VALUE "00".
002640     88  CAD-NAO-ACHADO              VALUE "23".
002650*-----------------------------------------------------------------
002660* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): A PARTIDA CONFERE SE O
002670* BIMESTRE DO ANO JA FOI FECHADO POR UMA EXECUCAO LIMPA DESTE
002680* PROGRAMA E RECUSA A RERODADA, SALVO LIBERACAO DO OPERADOR
002690* (PM-LIBERA-RERUN = "S" NO CARTAO GERAL), QUE E REGISTRADA NO
002700* AUDITLOG. INICIO E FIM DE CADA EXECUCAO SAO GRAVADOS NO LIVRO.
002710* O FECHAMENTO TAMBEM EXIGE NO LIVRO UMA CONFERENCIA LIMPA DE
002720* LANCAMENTOS DO PROGRAMA18 PARA O ANO E O BIMESTRE (MESMA
002730* LIBERACAO DO OPERADOR).
002740*-----------------------------------------------------------------
002750 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
002760     88  RUNCTL-OK                   VALUE "00".
002770 77  WS-FIM-RUNCTL         PIC X(01) VALUE "N".
002780     88  FIM-RUNCTL                  VALUE "S".
002790 77  WS-RUN-BLOQUEADO      PIC X(01) VALUE "N".
002800     88  RUN-BLOQUEADO               VALUE "S".
002810 77  WS-RUN-JA-FECHADO     PIC X(01) VALUE "N".
002820     88  RUN-JA-FECHADO              VALUE "S".
002830 77  WS-RUNCTL-EXISTE      PIC X(01) VALUE "N".
002840     88  RUNCTL-EXISTE               VALUE "S".
002850 77  WS-RUN-PRE-OK         PIC X(01) VALUE "N".
002860     88  RUN-PRE-OK                  VALUE "S".
002870 77  WS-LIBERA-RERUN       PIC X(01) VALUE "N".
002880     88  LIBERA-RERUN                VALUE "S".
002890 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
002900 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
002910 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
002920     88  FIM-ARQUIVO                 VALUE "S".
002930 77  WS-NOTAS-VALIDAS      PIC X(01) VALUE "S".
002940     88  NOTAS-VALIDAS               VALUE "S".
002950 77  WS-ALUNO-VALIDO       PIC X(01) VALUE "S".
002960     88  ALUNO-VALIDO                VALUE "S".
002970 77  WS-TOT-LIDOS          PIC 9(03) VALUE ZEROS.
002980 77  WS-TOT-PASSOU         PIC 9(03) VALUE ZEROS.
002990 77  WS-TOT-REPROVOU       PIC 9(03) VALUE ZEROS.
003000 77  WS-TOT-EXCECOES       PIC 9(03) VALUE ZEROS.
003010*-----------------------------------------------------------------
003020* QUEBRA DE CONTROLE POR TURMA: WS-TURMA-ATUAL GUARDA A TURMA EM
003030* PROCESSAMENTO (SPACES = AINDA NENHUMA) E OS CONTADORES WS-ESC-*
003040* ACUMULAM OS TOTAIS GERAIS DA ESCOLA, IMPRESSOS NO RESUMO FINAL
003050* E GRAVADOS NO AUDITLOG. OS CONTADORES WS-TOT-* ACIMA PASSAM A
003060* SER DA TURMA CORRENTE E SAO ZERADOS A CADA QUEBRA.
003070*-----------------------------------------------------------------
003080 77  WS-TURMA-ATUAL        PIC X(10) VALUE SPACES.
003090*-----------------------------------------------------------------
003100* QUEBRA DE CONTROLE POR ESCOLA, ACIMA DA DE TURMA: OS
003110* CONTADORES WS-ESC-* PASSAM A SER DA ESCOLA CORRENTE (ZERADOS
003120* NA QUEBRA DE ESCOLA) E OS WS-RED-* ACUMULAM O CONSOLIDADO DA
003130* REDE, IMPRESSO NO FIM E GRAVADO NO AUDITLOG E NO CHECKPOINT.
003140* O NOME DA ESCOLA DO CABECALHO VEM DO CADASTRO ESCOLAS.
003150*-----------------------------------------------------------------
003160 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
003170 77  WS-TEM-ESCOLA         PIC X(01) VALUE "N".
003180     88  TEM-ESCOLA                  VALUE "S".
003190 77  WS-RED-LIDOS          PIC 9(05) VALUE ZEROS.
003200 77  WS-RED-PASSOU         PIC 9(05) VALUE ZEROS.
003210 77  WS-RED-REPROVOU       PIC 9(05) VALUE ZEROS.
003220 77  WS-RED-EXCECOES       PIC 9(05) VALUE ZEROS.
003230 77  WS-RED-SOMA-MEDIAS    PIC 9(07)V9(01) VALUE ZEROS.
003240 77  WS-RED-QTD-MEDIAS     PIC 9(05) VALUE ZEROS.
003250 77  WS-RED-QTD-TURMAS     PIC 9(03) VALUE ZEROS.
003260 77  WS-RED-QTD-ESCOLAS    PIC 9(02) VALUE ZEROS.
003270 77  WS-RED-MEDIA          PIC 9(02)V9(01) VALUE ZEROS.
003280 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
003290     88  ESCOLAS-OK                  VALUE "00".
003300 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
003310     88  FIM-ESCOLAS                 VALUE "S".
003320 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
003330 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
003340 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
003350     88  ESCT-ACHOU                  VALUE "S".
003360 01  WS-ESCOLAS-TABELA.
003370     05  WS-ESCT-ENT OCCURS 10 TIMES.
003380         10  WS-ESCT-CODIGO    PIC 9(02).
003390         10  WS-ESCT-NOME      PIC X(30).
003400*-----------------------------------------------------------------
003410* VALIDACAO CONTRA O CADASTRO MESTRE (ARQUIVO CADASTRO, INDEXADO
003420* POR CD-MATRICULA): CADA REGISTRO DE ALUNOS E LIDO POR CHAVE;
003430* ALUNO FORA DO CADASTRO VAI PARA EXCECOES E NAO E PROCESSADO.
003440*-----------------------------------------------------------------
003450 77  WS-CAD-ACHOU          PIC X(01) VALUE "N".
003460     88  CAD-ACHOU                   VALUE "S".
003470 77  WS-ESC-LIDOS          PIC 9(05) VALUE ZEROS.
003480 77  WS-ESC-PASSOU         PIC 9(05) VALUE ZEROS.
003490 77  WS-ESC-REPROVOU       PIC 9(05) VALUE ZEROS.
003500 77  WS-ESC-EXCECOES       PIC 9(05) VALUE ZEROS.
003510 77  WS-ESC-SOMA-MEDIAS    PIC 9(07)V9(01) VALUE ZEROS.
003520 77  WS-ESC-QTD-MEDIAS     PIC 9(05) VALUE ZEROS.
003530 77  WS-ESC-QTD-TURMAS     PIC 9(03) VALUE ZEROS.
003540 77  WS-ESC-MEDIA          PIC 9(02)V9(01) VALUE ZEROS.
003550*-----------------------------------------------------------------
003560* ESTATISTICAS DA TURMA (MEDIA, MAIOR/MENOR MEDIA E FAIXAS DE
003570* DESEMPENHO), ACUMULADAS A CADA ALUNO COM NOTA VALIDA E IMPRESSAS
003580* NO RODAPE DO BOLETIM.
003590*-----------------------------------------------------------------
003600 77  WS-SOMA-MEDIAS        PIC 9(05)V9(01) VALUE ZEROS.
003610 77  WS-QTD-MEDIAS         PIC 9(03) VALUE ZEROS.
003620 77  WS-MEDIA-TURMA        PIC 9(02)V9(01) VALUE ZEROS.
003630 77  WS-MAIOR-MEDIA        PIC 9(02)V9(01) VALUE ZEROS.
003640 77  WS-MENOR-MEDIA        PIC 9(02)V9(01) VALUE 99.9.
003650 77  WS-FAIXA-BAIXA        PIC 9(03) VALUE ZEROS.
003660 77  WS-FAIXA-MEDIA        PIC 9(03) VALUE ZEROS.
003670 77  WS-FAIXA-ALTA         PIC 9(03) VALUE ZEROS.
003680*-----------------------------------------------------------------
003690* NOTA DE CORTE PARA PASSAR DE ANO, VINDA DO CARTAO DE PARAMETROS
003700* (ARQUIVO PARAMETROS). SE O CARTAO NAO EXISTIR OU NAO PUDER SER
003710* LIDO, FICA VALENDO O DEFAULT HISTORICO DO PROGRAMA, QUE E 7.
003720*-----------------------------------------------------------------
003730 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
003740*-----------------------------------------------------------------
003750* PESOS (EM PERCENTUAL, SOMANDO 100) DE CADA NOTA NA MEDIA. O
003760* DEFAULT 025/025/025/025 REPRODUZ A MEDIA SIMPLES /4 HISTORICA.
003770*-----------------------------------------------------------------
003780 77  WS-PESO-N1            PIC 9(03)V9(01) VALUE 025.
003790 77  WS-PESO-N2            PIC 9(03)V9(01) VALUE 025.
003800 77  WS-PESO-N3            PIC 9(03)V9(01) VALUE 025.
003810 77  WS-PESO-N4            PIC 9(03)V9(01) VALUE 025.
003820*-----------------------------------------------------------------
003830* TABELA DE CARTOES DE PARAMETROS POR DISCIPLINA (CORTE E PESOS
003840* PROPRIOS), CARREGADA DO BARALHO PARAMETROS. A DISCIPLINA SEM
003850* CARTAO PROPRIO USA O CORTE E OS PESOS GERAIS ACIMA. WS-CORTE-
003860* DISC E WS-PESO-DISC-* GUARDAM OS VALORES EM VIGOR PARA A
003870* DISCIPLINA DO REGISTRO CORRENTE.
003880*-----------------------------------------------------------------
003890 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
003900 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
003910 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
003920     88  PRM-ACHOU                   VALUE "S".
003930 77  WS-FIM-PARM           PIC X(01) VALUE "N".
003940     88  FIM-PARM                    VALUE "S".
003950 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE 07.
003960 77  WS-PESO-DISC-N1       PIC 9(03)V9(01) VALUE 025.
003970 77  WS-PESO-DISC-N2       PIC 9(03)V9(01) VALUE 025.
003980 77  WS-PESO-DISC-N3       PIC 9(03)V9(01) VALUE 025.
003990 77  WS-PESO-DISC-N4       PIC 9(03)V9(01) VALUE 025.
004000 01  WS-PARM-TABELA.
004010     05  WS-PRM-ENT OCCURS 10 TIMES.
004020         10  WS-PRM-DISCIPLINA PIC X(03).
004030         10  WS-PRM-CORTE      PIC 9(02)V9(01).
004040         10  WS-PRM-PESO-N1    PIC 9(03)V9(01).
004050         10  WS-PRM-PESO-N2    PIC 9(03)V9(01).
004060         10  WS-PRM-PESO-N3    PIC 9(03)V9(01).
004070         10  WS-PRM-PESO-N4    PIC 9(03)V9(01).
004080*-----------------------------------------------------------------
004090* BIMESTRE DESTA EXECUCAO (1-4), VINDO DO CARTAO DE PARAMETROS,
004100* USADO PARA GRAVAR A MEDIA DE CADA ALUNO NO SLOT CERTO DO
004110* HISTORICO HISTBIM. SEM CARTAO OU VALOR INVALIDO, ASSUME 1.
004120*-----------------------------------------------------------------
004130 77  WS-BIMESTRE           PIC 9(01) VALUE 1.
004140*-----------------------------------------------------------------
004150* ANO LETIVO DA EXECUCAO, VINDO DO CARTAO GERAL (PM-ANO-LETIVO)
004160* E CARIMBADO NO HISTORICO, NO EXTRATO MATRICULA E NO AUDITLOG.
004170* SEM CARTAO OU VALOR INVALIDO, ASSUME O ANO DA DATA DO SISTEMA.
004180*-----------------------------------------------------------------
004190 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
004200*-----------------------------------------------------------------
004210* CONTROLE DE CHECKPOINT/REINICIO (ARQUIVO CHECKPT). WS-NOME-
004220* RESTART E OS CONTADORES SAO RESTAURADOS DO CHECKPOINT QUANDO
004230* HA UM, E OS ALUNOS JA GRAVADOS NO BOLETIM SAO PULADOS. O
004240* CHECKPOINT E REGRAVADO A CADA ALUNO (NAO DE TANTOS EM TANTOS),
004250* PARA NUNCA FICAR ATRAS DOS REGISTROS JA GRAVADOS EM RELATORIO/
004260* EXCECOES/MATRICULA/HISTBIM - SENAO UM REINICIO PULARIA SO ATE
004270* O ULTIMO CHECKPOINT E DUPLICARIA OS ALUNOS GRAVADOS DEPOIS
004280* DELE E ANTES DO ABEND.
004290*-----------------------------------------------------------------
004300 77  WS-RESTART-ATIVO      PIC X(01) VALUE "N".
004310     88  RESTART-ATIVO               VALUE "S".
004320 77  WS-NOME-RESTART       PIC X(15) VALUE SPACES.
004330 77  WS-MATR-RESTART       PIC 9(05) VALUE ZEROS.
004340 77  WS-SKIP-LIDOS         PIC 9(05) VALUE ZEROS.
004350*-----------------------------------------------------------------
004360* IDENTIFICACAO DA ESCOLA NO CABECALHO DO BOLETIM (A TURMA DO
004370* CABECALHO E A WS-TURMA-ATUAL DA QUEBRA DE CONTROLE)
004380*-----------------------------------------------------------------
004390 77  WS-NOME-ESCOLA        PIC X(30) VALUE SPACES.
004400*-----------------------------------------------------------------
004410* DATA DO SISTEMA, PARA O CABECALHO DO BOLETIM
004420*-----------------------------------------------------------------
004430 01  WS-DATA-AAAAMMDD.
004440     05  WS-DATA-AAAA      PIC 9(04).
004450     05  WS-DATA-MM        PIC 9(02).
004460     05  WS-DATA-DD        PIC 9(02).
004470 01  WS-DATA-FORMATADA     PIC X(10).
004480 01  WS-HORA-HHMMSSCC.
004490     05  WS-HORA-HH        PIC 9(02).
004500     05  WS-HORA-MM        PIC 9(02).
004510     05  WS-HORA-SS        PIC 9(02).
004520     05  WS-HORA-CC        PIC 9(02).
004530 01  WS-HORA-FORMATADA     PIC X(08).
004540*-----------------------------------------------------------------
004550* LINHAS DO BOLETIM IMPRESSO (RELATORIO)
004560*-----------------------------------------------------------------
004570     COPY RELLINE.
004580     COPY EXCLINE.
004590     COPY AUDITLINE.
004600*-----------------------------------------------------------------
004610* LINHA DE LIBERACAO DE RERODADA GRAVADA NO AUDITLOG: O
004620* MARCADOR "LIBERACAO" NA POSICAO 22 E O QUE A CONCILIACAO DO
004630* PROGRAMA04 RECONHECE PARA NAO CONFRONTAR ESTA LINHA.
004640*-----------------------------------------------------------------
004650 01  WS-LIB-LINHA.
004660     05  WLB-DATA          PIC X(10).
004670     05  FILLER            PIC X(01) VALUE SPACE.
004680     05  WLB-HORA          PIC X(08).
004690     05  FILLER            PIC X(02) VALUE SPACE.
004700     05  FILLER            PIC X(35)
004710         VALUE "LIBERACAO DE RERUN PELO OPERADOR - ".
004720     05  WLB-PROGRAMA      PIC X(10).
004730     05  FILLER            PIC X(06) VALUE " ANO: ".
004740     05  WLB-ANO           PIC 9(04).
004750     05  FILLER            PIC X(06) VALUE " BIM: ".
004760     05  WLB-BIMESTRE      PIC 9(01).
004770     05  FILLER            PIC X(30) VALUE SPACE.
004780*-----------------------------------------------------------------
004790* AREA DE TRABALHO DO ALUNO CORRENTE
004800*-----------------------------------------------------------------
004810 01  MATRICULA             PIC 9(05).
004820 01  NOME_ALUNO            PIC X(15).
004830 01  TURMA                 PIC X(10).
004840 01  ESCOLA                PIC 9(02).
004850 01  DISCIPLINA            PIC X(03).
004860 01  N1                    PIC 9(02)V9(01) VALUE ZEROS.
004870 01  N2                    PIC 9(02)V9(01) VALUE ZEROS.
004880 01  N3                    PIC 9(02)V9(01) VALUE ZEROS.
004890 01  N4                    PIC 9(02)V9(01) VALUE ZEROS.
004900 01  MEDIA                 PIC 9(02)V9(01) VALUE ZEROS.
004910 01  WS-SITUACAO           PIC X(10).
004920 01  WS-MOTIVO-EXCECAO     PIC X(30).
004930 PROCEDURE DIVISION.
004940*-----------------------------------------------------------------
004950 0000-MAINLINE.
004960     PERFORM 0100-CONTROLA-INICIO THRU
004970         0100-CONTROLA-INICIO-EXIT.
004980     IF NOT RUN-BLOQUEADO
004990        PERFORM 1000-INICIALIZA
005000        PERFORM 2000-PROCESSA-TURMA THRU
005010            2000-PROCESSA-TURMA-EXIT
005020            UNTIL FIM-ARQUIVO
005030        PERFORM 8000-FINALIZA
005040     END-IF.
005050     PERFORM 0900-REGISTRA-FIM.
005060     STOP RUN.
005070*-----------------------------------------------------------------
005080* PARTIDA CONTROLADA PELO LIVRO DE EXECUCOES (RUNCTL): LE OS
005090* PARAMETROS, CONFERE NO LIVRO SE O BIMESTRE DO ANO JA FOI
005100* FECHADO POR UMA EXECUCAO LIMPA DESTE PROGRAMA (RECUSA A
005110* RERODADA, SALVO LIBERACAO DO OPERADOR NO CARTAO GERAL, QUE E
005120* REGISTRADA NO AUDITLOG), CONFERE SE HA PARA O BIMESTRE UMA
005130* CONFERENCIA LIMPA DE LANCAMENTOS DO PROGRAMA18 (MESMA
005140* LIBERACAO) E GRAVA O REGISTRO "I" DE INICIO.
005150*-----------------------------------------------------------------
005160 0100-CONTROLA-INICIO.
005170     DISPLAY "INICIO DO PROGRAMA01".
005180     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
005190     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
005200     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
005210     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
005220     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
005230     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
005240     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
005250     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
005260     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
005270     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
005280     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
005290     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
005300     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
005310     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
005320     OPEN INPUT RUNCTL-FILE.
005330     IF RUNCTL-OK
005340        MOVE "S" TO WS-RUNCTL-EXISTE
005350        PERFORM 0150-LE-RUNCTL THRU 0150-LE-RUNCTL-EXIT
005360            UNTIL FIM-RUNCTL
005370        CLOSE RUNCTL-FILE
005380     ELSE
005390        DISPLAY "RUNCTL AINDA NAO EXISTE - SEM CONFERENCIA DE"
005400                " SEQUENCIA"
005410     END-IF.
005420     IF RUN-JA-FECHADO
005430        IF LIBERA-RERUN
005440           DISPLAY "BIMESTRE " WS-BIMESTRE " DO ANO "
005450                   WS-ANO-LETIVO " JA FECHADO - RERODADA"
005460                   " LIBERADA PELO OPERADOR"
005470           PERFORM 0180-GRAVA-LIBERACAO
005480        ELSE
005490           DISPLAY "BIMESTRE " WS-BIMESTRE " DO ANO "
005500                   WS-ANO-LETIVO " JA FECHADO NO RUNCTL -"
005510                   " EXECUCAO RECUSADA"
005520           DISPLAY "USE PM-LIBERA-RERUN = S NO CARTAO GERAL"
005530                   " PARA UMA RERODADA LEGITIMA"
005540           MOVE "S" TO WS-RUN-BLOQUEADO
005550           MOVE 8 TO RETURN-CODE
005560        END-IF
005570     END-IF.
005580     IF RUNCTL-EXISTE AND NOT RUN-PRE-OK AND NOT RUN-BLOQUEADO
005590        IF LIBERA-RERUN
005600           DISPLAY "BIMESTRE " WS-BIMESTRE " DO ANO "
005610                   WS-ANO-LETIVO " SEM CONFERENCIA LIMPA DE"
005620                   " LANCAMENTOS - LIBERADO PELO OPERADOR"
005630           IF NOT RUN-JA-FECHADO
005640              PERFORM 0180-GRAVA-LIBERACAO
005650           END-IF
005660        ELSE
005670           DISPLAY "BIMESTRE " WS-BIMESTRE " DO ANO "
005680                   WS-ANO-LETIVO " SEM CONFERENCIA LIMPA DE"
005690                   " LANCAMENTOS (PROGRAMA18) - EXECUCAO RECUSADA"
005700           DISPLAY "RODE O PROGRAMA18 E REGULARIZE AS PENDENCIAS"
005710                   " OU USE PM-LIBERA-RERUN = S NO CARTAO GERAL"
005720           MOVE "S" TO WS-RUN-BLOQUEADO
005730           MOVE 8 TO RETURN-CODE
005740        END-IF
005750     END-IF.
005760     IF NOT RUN-BLOQUEADO
005770        MOVE "I" TO WS-RUN-EVENTO
005780        MOVE ZEROS TO WS-RUN-RC
005790        PERFORM 0950-GRAVA-RUNCTL
005800     END-IF.
005810 0100-CONTROLA-INICIO-EXIT. EXIT.
005820*-----------------------------------------------------------------
005830 0150-LE-RUNCTL.
005840     READ RUNCTL-FILE
005850         AT END
005860            MOVE "S" TO WS-FIM-RUNCTL
005870            GO TO 0150-LE-RUNCTL-EXIT
005880     END-READ.
005890     IF NOT RUNCTL-OK
005900        DISPLAY "ERRO NA LEITURA DE RUNCTL - STATUS "
005910                WS-RUNCTL-STATUS
005920        MOVE "S" TO WS-FIM-RUNCTL
005930        GO TO 0150-LE-RUNCTL-EXIT
005940     END-IF.
005950     IF RN-PROGRAMA = "PROGRAMA01"
005960        AND RN-FIM
005970        AND RN-ANO-LETIVO = WS-ANO-LETIVO
005980        AND RN-BIMESTRE = WS-BIMESTRE
005990        AND RN-RETCODE = ZEROS
006000        MOVE "S" TO WS-RUN-JA-FECHADO
006010     END-IF.
006020     IF RN-PROGRAMA = "PROGRAMA18"
006030        AND RN-FIM
006040        AND RN-ANO-LETIVO = WS-ANO-LETIVO
006050        AND RN-BIMESTRE = WS-BIMESTRE
006060        AND RN-RETCODE = ZEROS
006070        MOVE "S" TO WS-RUN-PRE-OK
006080     END-IF.
006090 0150-LE-RUNCTL-EXIT. EXIT.
006100*-----------------------------------------------------------------
006110 0180-GRAVA-LIBERACAO.
006120     MOVE WS-DATA-FORMATADA TO WLB-DATA.
006130     MOVE WS-HORA-FORMATADA TO WLB-HORA.
006140     MOVE "PROGRAMA01"      TO WLB-PROGRAMA.
006150     MOVE WS-ANO-LETIVO     TO WLB-ANO.
006160     MOVE WS-BIMESTRE       TO WLB-BIMESTRE.
006170     OPEN EXTEND AUDIT-FILE.
006180     IF NOT AUDIT-OK
006190        OPEN OUTPUT AUDIT-FILE
006200     END-IF.
006210     IF AUDIT-OK
006220        WRITE AU-LINHA FROM WS-LIB-LINHA
006230        CLOSE AUDIT-FILE
006240     ELSE
006250        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
006260                WS-AUDIT-STATUS
006270     END-IF.
006280*-----------------------------------------------------------------
006290 0900-REGISTRA-FIM.
006300     MOVE "F" TO WS-RUN-EVENTO.
006310     MOVE RETURN-CODE TO WS-RUN-RC.
006320     PERFORM 0950-GRAVA-RUNCTL.
006330*-----------------------------------------------------------------
006340 0950-GRAVA-RUNCTL.
006350     MOVE "PROGRAMA01"      TO RN-PROGRAMA.
006360     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
006370     MOVE WS-BIMESTRE       TO RN-BIMESTRE.
006380     MOVE WS-DATA-FORMATADA TO RN-DATA.
006390     MOVE WS-HORA-FORMATADA TO RN-HORA.
006400     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
006410     MOVE WS-RUN-RC         TO RN-RETCODE.
006420     OPEN EXTEND RUNCTL-FILE.
006430     IF NOT RUNCTL-OK
006440        OPEN OUTPUT RUNCTL-FILE
006450     END-IF.
006460     IF RUNCTL-OK
006470        WRITE RUN-REC
006480        CLOSE RUNCTL-FILE
006490     ELSE
006500        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
006510                WS-RUNCTL-STATUS
006520     END-IF.
006530*-----------------------------------------------------------------
006540 1000-INICIALIZA.
006550     PERFORM 1075-CARREGA-ESCOLAS THRU
006560         1075-CARREGA-ESCOLAS-EXIT.
006570     PERFORM 1090-ORDENA-ALUNOS.
006580     PERFORM 1060-ABRE-HISTORICO.
006590     PERFORM 1080-ABRE-CADASTRO.
006600     PERFORM 1070-LE-CHECKPOINT THRU 1070-LE-CHECKPOINT-EXIT.
006610     IF RESTART-ATIVO
006620        OPEN EXTEND RELATORIO-FILE
006630        IF NOT RELATORIO-OK
006640           OPEN OUTPUT RELATORIO-FILE
006650        END-IF
006660     ELSE
006670        OPEN OUTPUT RELATORIO-FILE
006680     END-IF.
006690     IF NOT RELATORIO-OK
006700        DISPLAY "ERRO AO ABRIR RELATORIO - STATUS "
006710                WS-RELATORIO-STATUS
006720        MOVE "S" TO WS-FIM-ARQUIVO
006730     END-IF.
006740     IF RESTART-ATIVO
006750        OPEN EXTEND EXCECOES-FILE
006760        IF NOT EXCECOES-OK
006770           OPEN OUTPUT EXCECOES-FILE
006780        END-IF
006790     ELSE
006800        OPEN OUTPUT EXCECOES-FILE
006810     END-IF.
006820     IF NOT EXCECOES-OK
006830        DISPLAY "ERRO AO ABRIR EXCECOES - STATUS "
006840                WS-EXCECOES-STATUS
006850        MOVE "S" TO WS-FIM-ARQUIVO
006860     END-IF.
006870     IF RESTART-ATIVO
006880        OPEN EXTEND MATRIC-FILE
006890        IF NOT MATRIC-OK
006900           OPEN OUTPUT MATRIC-FILE
006910        END-IF
006920     ELSE
006930        OPEN OUTPUT MATRIC-FILE
006940     END-IF.
006950     IF NOT MATRIC-OK
006960        DISPLAY "ERRO AO ABRIR MATRICULA - STATUS "
006970                WS-MATRIC-STATUS
006980        MOVE "S" TO WS-FIM-ARQUIVO
006990     END-IF.
007000     IF RESTART-ATIVO
007010        PERFORM 2050-PULA-ALUNO THRU 2050-PULA-ALUNO-EXIT
007020            UNTIL FIM-ARQUIVO OR WS-SKIP-LIDOS = WS-RED-LIDOS
007030        IF NOT FIM-ARQUIVO AND MATRICULA NOT = WS-MATR-RESTART
007040           DISPLAY "AVISO: MATRICULA APOS O REINICIO ("
007050                   MATRICULA ") DIFERE DO CHECKPOINT ("
007060                   WS-MATR-RESTART ") - VERIFIQUE A ORDEM"
007070                   " DO ARQUIVO ALUNOS"
007080        END-IF
007090     END-IF.
007100*-----------------------------------------------------------------
007110 1050-LE-PARAMETROS.
007120     OPEN INPUT PARM-FILE.
007130     IF NOT PARM-OK
007140        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO CORTE "
007150                WS-NOTA-CORTE
007160        GO TO 1050-LE-PARAMETROS-EXIT
007170     END-IF.
007180     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
007190         UNTIL FIM-PARM.
007200     CLOSE PARM-FILE.
007210     DISPLAY "CARTOES DE DISCIPLINA CARREGADOS: " WS-PRM-QTD.
007220 1050-LE-PARAMETROS-EXIT. EXIT.
007230*-----------------------------------------------------------------
007240 1055-LE-CARTAO-PARM.
007250     READ PARM-FILE
007260         AT END
007270            MOVE "S" TO WS-FIM-PARM
007280            GO TO 1055-LE-CARTAO-PARM-EXIT
007290     END-READ.
007300     IF PM-DISCIPLINA = SPACES
007310        PERFORM 1056-TRATA-CARTAO-GERAL THRU
007320            1056-TRATA-CARTAO-GERAL-EXIT
007330     ELSE
007340        PERFORM 1057-TRATA-CARTAO-DISC THRU
007350            1057-TRATA-CARTAO-DISC-EXIT
007360     END-IF.
007370 1055-LE-CARTAO-PARM-EXIT. EXIT.
007380*-----------------------------------------------------------------
007390 1056-TRATA-CARTAO-GERAL.
007400     IF PM-NOTA-CORTE IS NUMERIC
007410        MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
007420        DISPLAY "NOTA DE CORTE LIDA DO PARAMETROS: " WS-NOTA-CORTE
007430     ELSE
007440        DISPLAY "NOTA DE CORTE AUSENTE OU INVALIDA - USANDO "
007450                WS-NOTA-CORTE
007460     END-IF.
007470     IF PM-PESO-N1 IS NUMERIC AND PM-PESO-N2 IS NUMERIC
007480        AND PM-PESO-N3 IS NUMERIC AND PM-PESO-N4 IS NUMERIC
007490        AND PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
007500            = 100
007510        MOVE PM-PESO-N1 TO WS-PESO-N1
007520        MOVE PM-PESO-N2 TO WS-PESO-N2
007530        MOVE PM-PESO-N3 TO WS-PESO-N3
007540        MOVE PM-PESO-N4 TO WS-PESO-N4
007550        DISPLAY "PESOS LIDOS DO PARAMETROS: "
007560               WS-PESO-N1 "/" WS-PESO-N2 "/"
007570               WS-PESO-N3 "/" WS-PESO-N4
007580     ELSE
007590        DISPLAY "PESOS AUSENTES OU INVALIDOS - USANDO "
007600                "MEDIA SIMPLES (025/025/025/025)"
007610     END-IF.
007620     IF PM-BIMESTRE IS NUMERIC AND PM-BIMESTRE >= 1
007630        AND PM-BIMESTRE <= 4
007640        MOVE PM-BIMESTRE TO WS-BIMESTRE
007650        DISPLAY "BIMESTRE DESTA EXECUCAO: " WS-BIMESTRE
007660     ELSE
007670        DISPLAY "BIMESTRE AUSENTE OU INVALIDO - USANDO 1"
007680     END-IF.
007690     IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
007700        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
007710        DISPLAY "ANO LETIVO DESTA EXECUCAO: " WS-ANO-LETIVO
007720     ELSE
007730        DISPLAY "ANO LETIVO AUSENTE OU INVALIDO - USANDO "
007740                WS-ANO-LETIVO
007750     END-IF.
007760     IF PM-LIBERA-RERUN = "S"
007770        MOVE "S" TO WS-LIBERA-RERUN
007780        DISPLAY "RERODADA LIBERADA PELO OPERADOR NO CARTAO"
007790                " GERAL"
007800     END-IF.
007810 1056-TRATA-CARTAO-GERAL-EXIT. EXIT.
007820*-----------------------------------------------------------------
007830 1057-TRATA-CARTAO-DISC.
007840     IF PM-NOTA-CORTE IS NOT NUMERIC
007850        OR PM-PESO-N1 IS NOT NUMERIC
007860        OR PM-PESO-N2 IS NOT NUMERIC
007870        OR PM-PESO-N3 IS NOT NUMERIC
007880        OR PM-PESO-N4 IS NOT NUMERIC
007890        OR PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
007900           NOT = 100
007910        DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA
007920                " INVALIDO - IGNORADO"
007930        GO TO 1057-TRATA-CARTAO-DISC-EXIT
007940     END-IF.
007950     IF WS-PRM-QTD >= 10
007960        DISPLAY "MAIS DE 10 CARTOES DE DISCIPLINA - CARTAO "
007970                PM-DISCIPLINA " IGNORADO"
007980        GO TO 1057-TRATA-CARTAO-DISC-EXIT
007990     END-IF.
008000     ADD 1 TO WS-PRM-QTD.
008010     MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD).
008020     MOVE PM-NOTA-CORTE TO WS-PRM-CORTE (WS-PRM-QTD).
008030     MOVE PM-PESO-N1    TO WS-PRM-PESO-N1 (WS-PRM-QTD).
008040     MOVE PM-PESO-N2    TO WS-PRM-PESO-N2 (WS-PRM-QTD).
008050     MOVE PM-PESO-N3    TO WS-PRM-PESO-N3 (WS-PRM-QTD).
008060     MOVE PM-PESO-N4    TO WS-PRM-PESO-N4 (WS-PRM-QTD).
008070     DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA
008080             " CARREGADO - CORTE " PM-NOTA-CORTE.
008090 1057-TRATA-CARTAO-DISC-EXIT. EXIT.
008100*-----------------------------------------------------------------
008110 1060-ABRE-HISTORICO.
008120     OPEN EXTEND HIST-FILE.
008130     IF NOT HIST-OK
008140        OPEN OUTPUT HIST-FILE
008150     END-IF.
008160     IF NOT HIST-OK
008170        DISPLAY "ERRO AO ABRIR HISTBIM - STATUS " WS-HIST-STATUS
008180     END-IF.
008190*-----------------------------------------------------------------
008200 1070-LE-CHECKPOINT.
008210     OPEN INPUT CKPT-FILE.
008220     IF NOT CKPT-OK
008230        GO TO 1070-LE-CHECKPOINT-EXIT
008240     END-IF.
008250     READ CKPT-FILE
008260         AT END
008270            CLOSE CKPT-FILE
008280            GO TO 1070-LE-CHECKPOINT-EXIT
008290     END-READ.
008300     MOVE CK-ESCOLA       TO WS-ESCOLA-ATUAL.
008310     MOVE CK-TURMA        TO WS-TURMA-ATUAL.
008320     MOVE CK-MATRICULA    TO WS-MATR-RESTART.
008330     MOVE CK-NOME-ALUNO   TO WS-NOME-RESTART.
008340     MOVE CK-TOT-LIDOS    TO WS-TOT-LIDOS.
008350     MOVE CK-TOT-PASSOU   TO WS-TOT-PASSOU.
008360     MOVE CK-TOT-REPROVOU TO WS-TOT-REPROVOU.
008370     MOVE CK-TOT-EXCECOES TO WS-TOT-EXCECOES.
008380     MOVE CK-SOMA-MEDIAS  TO WS-SOMA-MEDIAS.
008390     MOVE CK-QTD-MEDIAS   TO WS-QTD-MEDIAS.
008400     MOVE CK-MAIOR-MEDIA  TO WS-MAIOR-MEDIA.
008410     MOVE CK-MENOR-MEDIA  TO WS-MENOR-MEDIA.
008420     MOVE CK-FAIXA-BAIXA  TO WS-FAIXA-BAIXA.
008430     MOVE CK-FAIXA-MEDIA  TO WS-FAIXA-MEDIA.
008440     MOVE CK-FAIXA-ALTA   TO WS-FAIXA-ALTA.
008450     MOVE CK-ESC-LIDOS    TO WS-ESC-LIDOS.
008460     MOVE CK-ESC-PASSOU   TO WS-ESC-PASSOU.
008470     MOVE CK-ESC-REPROVOU TO WS-ESC-REPROVOU.
008480     MOVE CK-ESC-EXCECOES TO WS-ESC-EXCECOES.
008490     MOVE CK-ESC-SOMA-MED TO WS-ESC-SOMA-MEDIAS.
008500     MOVE CK-ESC-QTD-MED  TO WS-ESC-QTD-MEDIAS.
008510     MOVE CK-ESC-QTD-TURMAS TO WS-ESC-QTD-TURMAS.
008520     MOVE CK-RED-LIDOS    TO WS-RED-LIDOS.
008530     MOVE CK-RED-PASSOU   TO WS-RED-PASSOU.
008540     MOVE CK-RED-REPROVOU TO WS-RED-REPROVOU.
008550     MOVE CK-RED-EXCECOES TO WS-RED-EXCECOES.
008560     MOVE CK-RED-SOMA-MED TO WS-RED-SOMA-MEDIAS.
008570     MOVE CK-RED-QTD-MED  TO WS-RED-QTD-MEDIAS.
008580     MOVE CK-RED-QTD-TURMAS TO WS-RED-QTD-TURMAS.
008590     MOVE CK-RED-QTD-ESC  TO WS-RED-QTD-ESCOLAS.
008600     IF WS-RED-QTD-ESCOLAS > ZEROS
008610        MOVE "S" TO WS-TEM-ESCOLA
008620        MOVE WS-ESCOLA-ATUAL TO ESCOLA
008630        PERFORM 9100-PROCURA-ESCOLA THRU
008640            9100-PROCURA-ESCOLA-EXIT
008650     END-IF.
008660     MOVE "S" TO WS-RESTART-ATIVO.
008670     DISPLAY "CHECKPOINT ENCONTRADO - REINICIANDO APOS "
008680             WS-NOME-RESTART.
008690     CLOSE CKPT-FILE.
008700 1070-LE-CHECKPOINT-EXIT. EXIT.
008710*-----------------------------------------------------------------
008720 1080-ABRE-CADASTRO.
008730     OPEN INPUT CAD-FILE.
008740     IF NOT CAD-OK
008750        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
008760        DISPLAY "SEM CADASTRO MESTRE NAO HA COMO VALIDAR ALUNOS"
008770        MOVE "S" TO WS-FIM-ARQUIVO
008780     END-IF.
008790*-----------------------------------------------------------------
008800 1075-CARREGA-ESCOLAS.
008810     OPEN INPUT ESC-FILE.
008820     IF NOT ESCOLAS-OK
008830        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
008840                WS-ESCOLAS-STATUS " - CABECALHOS COM O CODIGO"
008850                " DA ESCOLA"
008860        GO TO 1075-CARREGA-ESCOLAS-EXIT
008870     END-IF.
008880     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
008890         UNTIL FIM-ESCOLAS.
008900     CLOSE ESC-FILE.
008910     DISPLAY "ESCOLAS CARREGADAS: " WS-ESCT-QTD.
008920 1075-CARREGA-ESCOLAS-EXIT. EXIT.
008930*-----------------------------------------------------------------
008940 1076-LE-ESCOLA.
008950     READ ESC-FILE
008960         AT END
008970            MOVE "S" TO WS-FIM-ESCOLAS
008980            GO TO 1076-LE-ESCOLA-EXIT
008990     END-READ.
009000     IF WS-ESCT-QTD >= 10
009010        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
009020        MOVE "S" TO WS-FIM-ESCOLAS
009030        GO TO 1076-LE-ESCOLA-EXIT
009040     END-IF.
009050     ADD 1 TO WS-ESCT-QTD.
009060     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
009070     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
009080 1076-LE-ESCOLA-EXIT. EXIT.
009090*-----------------------------------------------------------------
009100* ORDENA O ALUNOS (INDEXADO, ORDEM FISICA POR MATRICULA +
009110* DISCIPLINA) POR TURMA PARA A QUEBRA DE CONTROLE, NO ARQUIVO
009120* DE TRABALHO ALUNOSORD QUE O RESTO DO PROGRAMA LE.
009130*-----------------------------------------------------------------
009140 1090-ORDENA-ALUNOS.
009150     SORT SORT-WORK-FILE
009160         ON ASCENDING KEY SR-ESCOLA SR-TURMA SR-MATRICULA
009170             SR-DISCIPLINA
009180         USING ALUNO-FILE
009190         GIVING ALUORD-FILE.
009200     OPEN INPUT ALUORD-FILE.
009210     IF NOT ALUORD-OK
009220        DISPLAY "ERRO AO ABRIR ALUNOSORD - STATUS "
009230                WS-ALUORD-STATUS
009240        MOVE "S" TO WS-FIM-ARQUIVO
009250     END-IF.
009260*-----------------------------------------------------------------
009270 1100-IMPRIME-CABECALHO.
009280     MOVE WS-NOME-ESCOLA    TO WC1-ESCOLA.
009290     MOVE WS-TURMA-ATUAL    TO WC1-TURMA.
009300     WRITE RL-LINHA FROM WS-CAB-1-LINHA.
009310     MOVE WS-DATA-FORMATADA TO WC2-DATA.
009320     WRITE RL-LINHA FROM WS-CAB-2-LINHA.
009330     WRITE RL-LINHA FROM WS-CAB-3-LINHA.
009340*-----------------------------------------------------------------
009350 2000-PROCESSA-TURMA.
009360     PERFORM 2100-LER-ALUNO THRU 2100-LER-ALUNO-EXIT.
009370     IF NOT FIM-ARQUIVO
009380        IF NOT TEM-ESCOLA OR ESCOLA NOT = WS-ESCOLA-ATUAL
009390           PERFORM 2600-FECHA-TURMA THRU 2600-FECHA-TURMA-EXIT
009400           PERFORM 2640-FECHA-ESCOLA THRU 2640-FECHA-ESCOLA-EXIT
009410           PERFORM 2660-ABRE-ESCOLA
009420           PERFORM 2700-ABRE-TURMA
009430        ELSE
009440        IF TURMA NOT = WS-TURMA-ATUAL
009450           PERFORM 2600-FECHA-TURMA THRU 2600-FECHA-TURMA-EXIT
009460           PERFORM 2700-ABRE-TURMA
009470        END-IF
009480        END-IF
009490        ADD 1 TO WS-TOT-LIDOS
009500        ADD 1 TO WS-ESC-LIDOS
009510        ADD 1 TO WS-RED-LIDOS
009520        PERFORM 2140-VALIDA-ALUNO THRU 2140-VALIDA-ALUNO-EXIT
009530        IF NOT ALUNO-VALIDO
009540           ADD 1 TO WS-TOT-EXCECOES
009550           ADD 1 TO WS-ESC-EXCECOES
009560           ADD 1 TO WS-RED-EXCECOES
009570           PERFORM 2250-IMPRIME-EXCECAO
009580        ELSE
009590           PERFORM 3000-CALCULA-NOTA THRU 3000-CALCULA-NOTA-EXIT
009600           DISPLAY "A MEDIA DO " NOME_ALUNO " FOI " MEDIA
009610           IF MEDIA >= WS-CORTE-DISC
009620              MOVE "PASSOU" TO WS-SITUACAO
009630              ADD 1 TO WS-TOT-PASSOU
009640              ADD 1 TO WS-ESC-PASSOU
009650              ADD 1 TO WS-RED-PASSOU
009660              DISPLAY " **** ALUNO " NOME_ALUNO " PASSOU ****"
009670           ELSE
009680              MOVE "REPROVADO" TO WS-SITUACAO
009690              ADD 1 TO WS-TOT-REPROVOU
009700              ADD 1 TO WS-ESC-REPROVOU
009710              ADD 1 TO WS-RED-REPROVOU
009720              DISPLAY " **** ALUNO " NOME_ALUNO " REPROVADO ****"
009730           END-IF
009740           PERFORM 2200-IMPRIME-DETALHE
009750           PERFORM 2300-GRAVA-HISTORICO
009760           PERFORM 2400-GRAVA-MATRICULA
009770           PERFORM 2500-ACUMULA-ESTATISTICAS
009780        END-IF
009790        PERFORM 7000-GRAVA-CHECKPOINT
009800     END-IF.
009810 2000-PROCESSA-TURMA-EXIT. EXIT.
009820*-----------------------------------------------------------------
009830 2050-PULA-ALUNO.
009840     PERFORM 2100-LER-ALUNO THRU 2100-LER-ALUNO-EXIT.
009850     IF NOT FIM-ARQUIVO
009860        ADD 1 TO WS-SKIP-LIDOS
009870        DISPLAY "REINICIO: PULANDO ALUNO JA PROCESSADO "
009880                NOME_ALUNO
009890     END-IF.
009900 2050-PULA-ALUNO-EXIT. EXIT.
009910*-----------------------------------------------------------------
009920 2140-VALIDA-ALUNO.
009930     MOVE "S" TO WS-ALUNO-VALIDO.
009940     PERFORM 2160-PROCURA-CADASTRO THRU
009950         2160-PROCURA-CADASTRO-EXIT.
009960     IF NOT CAD-ACHOU
009970        MOVE "N" TO WS-ALUNO-VALIDO
009980        MOVE "MATRICULA NAO CADASTRADA" TO WS-MOTIVO-EXCECAO
009990        DISPLAY " **** ALUNO " NOME_ALUNO " MATRICULA "
010000                MATRICULA " NAO CADASTRADA ****"
010010        GO TO 2140-VALIDA-ALUNO-EXIT
010020     END-IF.
010030     IF CD-ESCOLA NOT = ESCOLA
010040        MOVE "N" TO WS-ALUNO-VALIDO
010050        MOVE "ESCOLA DIVERGE DO CADASTRO" TO WS-MOTIVO-EXCECAO
010060        DISPLAY " **** ALUNO " NOME_ALUNO " ESCOLA " ESCOLA
010070                " DIVERGE DO CADASTRO (" CD-ESCOLA ") ****"
010080        GO TO 2140-VALIDA-ALUNO-EXIT
010090     END-IF.
010100     PERFORM 2150-VALIDA-NOTAS THRU 2150-VALIDA-NOTAS-EXIT.
010110     IF NOT NOTAS-VALIDAS
010120        MOVE "N" TO WS-ALUNO-VALIDO
010130        MOVE "NOTA FORA DA FAIXA 00-10" TO WS-MOTIVO-EXCECAO
010140     END-IF.
010150 2140-VALIDA-ALUNO-EXIT. EXIT.
010160*-----------------------------------------------------------------
010170 2160-PROCURA-CADASTRO.
010180     MOVE "N" TO WS-CAD-ACHOU.
010190     MOVE MATRICULA TO CD-MATRICULA.
010200     READ CAD-FILE
010210         INVALID KEY
010220            CONTINUE
010230         NOT INVALID KEY
010240            MOVE "S" TO WS-CAD-ACHOU
010250     END-READ.
010260     IF NOT CAD-ACHOU AND NOT CAD-NAO-ACHADO
010270        DISPLAY "ERRO NA LEITURA DE CADASTRO - STATUS "
010280                WS-CAD-STATUS
010290     END-IF.
010300 2160-PROCURA-CADASTRO-EXIT. EXIT.
010310*-----------------------------------------------------------------
010320 2150-VALIDA-NOTAS.
010330     MOVE "S" TO WS-NOTAS-VALIDAS.
010340     IF N1 > 10 OR N2 > 10 OR N3 > 10 OR N4 > 10
010350        MOVE "N" TO WS-NOTAS-VALIDAS
010360        DISPLAY " **** ALUNO " NOME_ALUNO
010370                " COM NOTA FORA DA FAIXA 00-10 ****"
010380     END-IF.
010390 2150-VALIDA-NOTAS-EXIT. EXIT.
010400*-----------------------------------------------------------------
010410 2100-LER-ALUNO.
010420     READ ALUORD-FILE
010430         AT END
010440            MOVE "S" TO WS-FIM-ARQUIVO
010450            GO TO 2100-LER-ALUNO-EXIT
010460     END-READ.
010470     IF NOT ALUORD-OK
010480        DISPLAY "ERRO NA LEITURA DE ALUNOSORD - STATUS "
010490                WS-ALUORD-STATUS
010500        MOVE "S" TO WS-FIM-ARQUIVO
010510        GO TO 2100-LER-ALUNO-EXIT
010520     END-IF.
010530     MOVE AO-MATRICULA  TO MATRICULA.
010540     MOVE AO-NOME-ALUNO TO NOME_ALUNO.
010550     MOVE AO-TURMA      TO TURMA.
010560     MOVE AO-ESCOLA     TO ESCOLA.
010570     MOVE AO-DISCIPLINA TO DISCIPLINA.
010580     MOVE AO-N1         TO N1.
010590     MOVE AO-N2         TO N2.
010600     MOVE AO-N3         TO N3.
010610     MOVE AO-N4         TO N4.
010620 2100-LER-ALUNO-EXIT. EXIT.
010630*-----------------------------------------------------------------
010640 2200-IMPRIME-DETALHE.
010650     MOVE NOME_ALUNO  TO WD-NOME-ALUNO.
010660     MOVE DISCIPLINA  TO WD-DISCIPLINA.
010670     MOVE N1          TO WD-N1.
010680     MOVE N2          TO WD-N2.
010690     MOVE N3          TO WD-N3.
010700     MOVE N4          TO WD-N4.
010710     MOVE MEDIA       TO WD-MEDIA.
010720     MOVE WS-SITUACAO TO WD-SITUACAO.
010730     WRITE RL-LINHA FROM WS-DET-LINHA.
010740*-----------------------------------------------------------------
010750 2300-GRAVA-HISTORICO.
010760     IF HIST-OK
010770        MOVE WS-ANO-LETIVO TO HR-ANO-LETIVO
010780        MOVE MATRICULA   TO HR-MATRICULA
010790        MOVE NOME_ALUNO  TO HR-NOME-ALUNO
010800        MOVE TURMA       TO HR-TURMA
010810        MOVE DISCIPLINA  TO HR-DISCIPLINA
010820        MOVE WS-BIMESTRE TO HR-BIMESTRE
010830        MOVE N1          TO HR-N1
010840        MOVE N2          TO HR-N2
010850        MOVE N3          TO HR-N3
010860        MOVE N4          TO HR-N4
010870        MOVE MEDIA       TO HR-MEDIA-BIM
010880        MOVE ESCOLA      TO HR-ESCOLA
010890        WRITE HIST-REC
010900     END-IF.
010910*-----------------------------------------------------------------
010920 2400-GRAVA-MATRICULA.
010930     IF MATRIC-OK
010940        MOVE WS-ANO-LETIVO   TO MT-ANO-LETIVO
010950        MOVE MATRICULA       TO MT-MATRICULA
010960        MOVE NOME_ALUNO      TO MT-NOME-ALUNO
010970        MOVE DISCIPLINA      TO MT-DISCIPLINA
010980        MOVE WS-BIMESTRE     TO MT-BIMESTRE
010990        MOVE MEDIA           TO MT-MEDIA
011000        MOVE WS-SITUACAO (1:1) TO MT-SITUACAO
011010        MOVE ESCOLA          TO MT-ESCOLA
011020        WRITE MATRIC-REC
011030     END-IF.
011040*-----------------------------------------------------------------
011050 2500-ACUMULA-ESTATISTICAS.
011060     ADD 1    TO WS-QTD-MEDIAS.
011070     ADD 1    TO WS-ESC-QTD-MEDIAS.
011080     ADD 1    TO WS-RED-QTD-MEDIAS.
011090     ADD MEDIA TO WS-SOMA-MEDIAS.
011100     ADD MEDIA TO WS-ESC-SOMA-MEDIAS.
011110     ADD MEDIA TO WS-RED-SOMA-MEDIAS.
011120     IF MEDIA > WS-MAIOR-MEDIA
011130        MOVE MEDIA TO WS-MAIOR-MEDIA
011140     END-IF.
011150     IF MEDIA < WS-MENOR-MEDIA
011160        MOVE MEDIA TO WS-MENOR-MEDIA
011170     END-IF.
011180     IF MEDIA < 04
011190        ADD 1 TO WS-FAIXA-BAIXA
011200     ELSE
011210        IF MEDIA < 07
011220           ADD 1 TO WS-FAIXA-MEDIA
011230        ELSE
011240           ADD 1 TO WS-FAIXA-ALTA
011250        END-IF
011260     END-IF.
011270*-----------------------------------------------------------------
011280 2600-FECHA-TURMA.
011290     IF WS-TURMA-ATUAL = SPACES
011300        GO TO 2600-FECHA-TURMA-EXIT
011310     END-IF.
011320     MOVE WS-TOT-LIDOS    TO WT-TOT-LIDOS.
011330     MOVE WS-TOT-PASSOU   TO WT-TOT-PASSOU.
011340     MOVE WS-TOT-REPROVOU TO WT-TOT-REPROVOU.
011350     MOVE WS-TOT-EXCECOES TO WT-TOT-EXCECOES.
011360     WRITE RL-LINHA FROM WS-TRL-LINHA.
011370     PERFORM 8050-IMPRIME-ESTATISTICAS.
011380     MOVE SPACES TO RL-LINHA.
011390     WRITE RL-LINHA.
011400 2600-FECHA-TURMA-EXIT. EXIT.
011410*-----------------------------------------------------------------
011420 2640-FECHA-ESCOLA.
011430     IF NOT TEM-ESCOLA
011440        GO TO 2640-FECHA-ESCOLA-EXIT
011450     END-IF.
011460     PERFORM 8060-IMPRIME-RESUMO-ESCOLA.
011470     MOVE SPACES TO RL-LINHA.
011480     WRITE RL-LINHA.
011490     MOVE ZEROS TO WS-ESC-LIDOS WS-ESC-PASSOU WS-ESC-REPROVOU
011500         WS-ESC-EXCECOES WS-ESC-SOMA-MEDIAS WS-ESC-QTD-MEDIAS
011510         WS-ESC-QTD-TURMAS.
011520     MOVE "N" TO WS-TEM-ESCOLA.
011530 2640-FECHA-ESCOLA-EXIT. EXIT.
011540*-----------------------------------------------------------------
011550 2660-ABRE-ESCOLA.
011560     MOVE ESCOLA TO WS-ESCOLA-ATUAL.
011570     MOVE "S" TO WS-TEM-ESCOLA.
011580     ADD 1 TO WS-RED-QTD-ESCOLAS.
011590     PERFORM 9100-PROCURA-ESCOLA THRU 9100-PROCURA-ESCOLA-EXIT.
011600*-----------------------------------------------------------------
011610 2700-ABRE-TURMA.
011620     MOVE TURMA TO WS-TURMA-ATUAL.
011630     ADD 1 TO WS-ESC-QTD-TURMAS.
011640     ADD 1 TO WS-RED-QTD-TURMAS.
011650     MOVE ZEROS TO WS-TOT-LIDOS WS-TOT-PASSOU WS-TOT-REPROVOU
011660         WS-TOT-EXCECOES WS-SOMA-MEDIAS WS-QTD-MEDIAS
011670         WS-MAIOR-MEDIA WS-FAIXA-BAIXA WS-FAIXA-MEDIA
011680         WS-FAIXA-ALTA.
011690     MOVE 99.9 TO WS-MENOR-MEDIA.
011700     PERFORM 1100-IMPRIME-CABECALHO.
011710*-----------------------------------------------------------------
011720 2250-IMPRIME-EXCECAO.
011730     MOVE MATRICULA        TO WE-MATRICULA.
011740     MOVE NOME_ALUNO       TO WE-NOME-ALUNO.
011750     MOVE DISCIPLINA       TO WE-DISCIPLINA.
011760     MOVE N1               TO WE-N1.
011770     MOVE N2               TO WE-N2.
011780     MOVE N3               TO WE-N3.
011790     MOVE N4               TO WE-N4.
011800     MOVE WS-MOTIVO-EXCECAO TO WE-MOTIVO.
011810     WRITE EX-LINHA FROM WS-EXC-LINHA.
011820*-----------------------------------------------------------------
011830 3000-CALCULA-NOTA.
011840     PERFORM 3100-PROCURA-PARM-DISC THRU
011850         3100-PROCURA-PARM-DISC-EXIT.
011860     COMPUTE MEDIA ROUNDED = ( N1 * WS-PESO-DISC-N1
011870                     + N2 * WS-PESO-DISC-N2
011880                     + N3 * WS-PESO-DISC-N3
011890                     + N4 * WS-PESO-DISC-N4 ) / 100.
011900     DISPLAY N1 " " N2 " " N3 " " N4 " " MEDIA.
011910 3000-CALCULA-NOTA-EXIT. EXIT.
011920*-----------------------------------------------------------------
011930 3100-PROCURA-PARM-DISC.
011940     MOVE WS-NOTA-CORTE TO WS-CORTE-DISC.
011950     MOVE WS-PESO-N1    TO WS-PESO-DISC-N1.
011960     MOVE WS-PESO-N2    TO WS-PESO-DISC-N2.
011970     MOVE WS-PESO-N3    TO WS-PESO-DISC-N3.
011980     MOVE WS-PESO-N4    TO WS-PESO-DISC-N4.
011990     MOVE "N" TO WS-PRM-ACHOU.
012000     MOVE 1 TO WS-PRM-IDX.
012010     PERFORM 3150-COMPARA-PARM-DISC THRU
012020         3150-COMPARA-PARM-DISC-EXIT
012030         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
012040     IF PRM-ACHOU
012050        MOVE WS-PRM-CORTE (WS-PRM-IDX)   TO WS-CORTE-DISC
012060        MOVE WS-PRM-PESO-N1 (WS-PRM-IDX) TO WS-PESO-DISC-N1
012070        MOVE WS-PRM-PESO-N2 (WS-PRM-IDX) TO WS-PESO-DISC-N2
012080        MOVE WS-PRM-PESO-N3 (WS-PRM-IDX) TO WS-PESO-DISC-N3
012090        MOVE WS-PRM-PESO-N4 (WS-PRM-IDX) TO WS-PESO-DISC-N4
012100     END-IF.
012110 3100-PROCURA-PARM-DISC-EXIT. EXIT.
012120*-----------------------------------------------------------------
012130 3150-COMPARA-PARM-DISC.
012140     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = DISCIPLINA
012150        MOVE "S" TO WS-PRM-ACHOU
012160     ELSE
012170        ADD 1 TO WS-PRM-IDX
012180     END-IF.
012190 3150-COMPARA-PARM-DISC-EXIT. EXIT.
012200*-----------------------------------------------------------------
012210* NOME DA ESCOLA DO CABECALHO, DO CADASTRO ESCOLAS; ESCOLA SEM
012220* CARTAO SAI COM O PROPRIO CODIGO NO LUGAR DO NOME.
012230*-----------------------------------------------------------------
012240 9100-PROCURA-ESCOLA.
012250     MOVE "N" TO WS-ESCT-ACHOU.
012260     MOVE 1 TO WS-ESCT-IDX.
012270     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
012280         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
012290     IF ESCT-ACHOU
012300        MOVE WS-ESCT-NOME (WS-ESCT-IDX) TO WS-NOME-ESCOLA
012310     ELSE
012320        MOVE SPACES TO WS-NOME-ESCOLA
012330        STRING "ESCOLA " ESCOLA
012340            DELIMITED BY SIZE INTO WS-NOME-ESCOLA
012350     END-IF.
012360 9100-PROCURA-ESCOLA-EXIT. EXIT.
012370*-----------------------------------------------------------------
012380 9150-COMPARA-ESCOLA.
012390     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = ESCOLA
012400        MOVE "S" TO WS-ESCT-ACHOU
012410     ELSE
012420        ADD 1 TO WS-ESCT-IDX
012430     END-IF.
012440 9150-COMPARA-ESCOLA-EXIT. EXIT.
012450*-----------------------------------------------------------------
012460 7000-GRAVA-CHECKPOINT.
012470     MOVE WS-ESCOLA-ATUAL  TO CK-ESCOLA.
012480     MOVE WS-TURMA-ATUAL   TO CK-TURMA.
012490     MOVE MATRICULA        TO CK-MATRICULA.
012500     MOVE NOME_ALUNO       TO CK-NOME-ALUNO.
012510     MOVE WS-TOT-LIDOS     TO CK-TOT-LIDOS.
012520     MOVE WS-TOT-PASSOU    TO CK-TOT-PASSOU.
012530     MOVE WS-TOT-REPROVOU  TO CK-TOT-REPROVOU.
012540     MOVE WS-TOT-EXCECOES  TO CK-TOT-EXCECOES.
012550     MOVE WS-SOMA-MEDIAS   TO CK-SOMA-MEDIAS.
012560     MOVE WS-QTD-MEDIAS    TO CK-QTD-MEDIAS.
012570     MOVE WS-MAIOR-MEDIA   TO CK-MAIOR-MEDIA.
012580     MOVE WS-MENOR-MEDIA   TO CK-MENOR-MEDIA.
012590     MOVE WS-FAIXA-BAIXA   TO CK-FAIXA-BAIXA.
012600     MOVE WS-FAIXA-MEDIA   TO CK-FAIXA-MEDIA.
012610     MOVE WS-FAIXA-ALTA    TO CK-FAIXA-ALTA.
012620     MOVE WS-ESC-LIDOS     TO CK-ESC-LIDOS.
012630     MOVE WS-ESC-PASSOU    TO CK-ESC-PASSOU.
012640     MOVE WS-ESC-REPROVOU  TO CK-ESC-REPROVOU.
012650     MOVE WS-ESC-EXCECOES  TO CK-ESC-EXCECOES.
012660     MOVE WS-ESC-SOMA-MEDIAS TO CK-ESC-SOMA-MED.
012670     MOVE WS-ESC-QTD-MEDIAS TO CK-ESC-QTD-MED.
012680     MOVE WS-ESC-QTD-TURMAS TO CK-ESC-QTD-TURMAS.
012690     MOVE WS-RED-LIDOS     TO CK-RED-LIDOS.
012700     MOVE WS-RED-PASSOU    TO CK-RED-PASSOU.
012710     MOVE WS-RED-REPROVOU  TO CK-RED-REPROVOU.
012720     MOVE WS-RED-EXCECOES  TO CK-RED-EXCECOES.
012730     MOVE WS-RED-SOMA-MEDIAS TO CK-RED-SOMA-MED.
012740     MOVE WS-RED-QTD-MEDIAS TO CK-RED-QTD-MED.
012750     MOVE WS-RED-QTD-TURMAS TO CK-RED-QTD-TURMAS.
012760     MOVE WS-RED-QTD-ESCOLAS TO CK-RED-QTD-ESC.
012770     OPEN OUTPUT CKPT-FILE.
012780     IF CKPT-OK
012790        WRITE CKPT-REC
012800        CLOSE CKPT-FILE
012810        DISPLAY "CHECKPOINT GRAVADO APOS " NOME_ALUNO
012820     ELSE
012830        DISPLAY "ERRO AO GRAVAR CHECKPOINT - STATUS "
012840                WS-CKPT-STATUS
012850     END-IF.
012860*-----------------------------------------------------------------
012870 8000-FINALIZA.
012880     PERFORM 2600-FECHA-TURMA THRU 2600-FECHA-TURMA-EXIT.
012890     PERFORM 2640-FECHA-ESCOLA THRU 2640-FECHA-ESCOLA-EXIT.
012900     PERFORM 8070-IMPRIME-CONSOLIDADO.
012910     CLOSE ALUORD-FILE.
012920     CLOSE CAD-FILE.
012930     CLOSE RELATORIO-FILE.
012940     CLOSE EXCECOES-FILE.
012950     CLOSE MATRIC-FILE.
012960     IF HIST-OK
012970        CLOSE HIST-FILE
012980     END-IF.
012990     OPEN OUTPUT CKPT-FILE.
013000     IF CKPT-OK
013010        CLOSE CKPT-FILE
013020     END-IF.
013030     PERFORM 8100-GRAVA-AUDITORIA.
013040     DISPLAY "FIM DO PROGRAMA01".
013050*-----------------------------------------------------------------
013060 8050-IMPRIME-ESTATISTICAS.
013070     IF WS-QTD-MEDIAS > ZEROS
013080        DIVIDE WS-SOMA-MEDIAS BY WS-QTD-MEDIAS
013090           GIVING WS-MEDIA-TURMA ROUNDED
013100     ELSE
013110        MOVE ZEROS TO WS-MEDIA-TURMA
013120        MOVE ZEROS TO WS-MENOR-MEDIA
013130     END-IF.
013140     MOVE WS-MEDIA-TURMA  TO WS1-MEDIA-TURMA.
013150     MOVE WS-MAIOR-MEDIA  TO WS1-MAIOR-MEDIA.
013160     MOVE WS-MENOR-MEDIA  TO WS1-MENOR-MEDIA.
013170     WRITE RL-LINHA FROM WS-EST-1-LINHA.
013180     MOVE WS-FAIXA-BAIXA  TO WS2-FAIXA-BAIXA.
013190     MOVE WS-FAIXA-MEDIA  TO WS2-FAIXA-MEDIA.
013200     MOVE WS-FAIXA-ALTA   TO WS2-FAIXA-ALTA.
013210     WRITE RL-LINHA FROM WS-EST-2-LINHA.
013220*-----------------------------------------------------------------
013230 8060-IMPRIME-RESUMO-ESCOLA.
013240     MOVE WS-ESC-QTD-TURMAS TO WG1-QTD-TURMAS.
013250     WRITE RL-LINHA FROM WS-GER-1-LINHA.
013260     MOVE WS-ESC-LIDOS    TO WG2-LIDOS.
013270     MOVE WS-ESC-PASSOU   TO WG2-PASSOU.
013280     MOVE WS-ESC-REPROVOU TO WG2-REPROVOU.
013290     MOVE WS-ESC-EXCECOES TO WG2-EXCECOES.
013300     WRITE RL-LINHA FROM WS-GER-2-LINHA.
013310     IF WS-ESC-QTD-MEDIAS > ZEROS
013320        DIVIDE WS-ESC-SOMA-MEDIAS BY WS-ESC-QTD-MEDIAS
013330           GIVING WS-ESC-MEDIA ROUNDED
013340     ELSE
013350        MOVE ZEROS TO WS-ESC-MEDIA
013360     END-IF.
013370     MOVE WS-ESC-MEDIA TO WG3-MEDIA-ESCOLA.
013380     WRITE RL-LINHA FROM WS-GER-3-LINHA.
013390*-----------------------------------------------------------------
013400 8070-IMPRIME-CONSOLIDADO.
013410     MOVE WS-RED-QTD-ESCOLAS TO WN1-QTD-ESCOLAS.
013420     MOVE WS-RED-QTD-TURMAS  TO WN1-QTD-TURMAS.
013430     WRITE RL-LINHA FROM WS-CON-1-LINHA.
013440     MOVE WS-RED-LIDOS    TO WN2-LIDOS.
013450     MOVE WS-RED-PASSOU   TO WN2-PASSOU.
013460     MOVE WS-RED-REPROVOU TO WN2-REPROVOU.
013470     MOVE WS-RED-EXCECOES TO WN2-EXCECOES.
013480     WRITE RL-LINHA FROM WS-CON-2-LINHA.
013490     IF WS-RED-QTD-MEDIAS > ZEROS
013500        DIVIDE WS-RED-SOMA-MEDIAS BY WS-RED-QTD-MEDIAS
013510           GIVING WS-RED-MEDIA ROUNDED
013520     ELSE
013530        MOVE ZEROS TO WS-RED-MEDIA
013540     END-IF.
013550     MOVE WS-RED-MEDIA TO WN3-MEDIA-REDE.
013560     WRITE RL-LINHA FROM WS-CON-3-LINHA.
013570*-----------------------------------------------------------------
013580 8100-GRAVA-AUDITORIA.
013590     MOVE WS-DATA-FORMATADA TO WA-DATA.
013600     MOVE WS-HORA-FORMATADA TO WA-HORA.
013610     MOVE WS-RED-LIDOS      TO WA-TOT-LIDOS.
013620     MOVE WS-RED-PASSOU     TO WA-TOT-PASSOU.
013630     MOVE WS-RED-REPROVOU   TO WA-TOT-REPROVOU.
013640     MOVE WS-RED-EXCECOES   TO WA-TOT-EXCECOES.
013650     MOVE WS-NOTA-CORTE     TO WA-NOTA-CORTE.
013660     MOVE WS-BIMESTRE       TO WA-BIMESTRE.
013670     MOVE WS-ANO-LETIVO     TO WA-ANO-LETIVO.
013680     OPEN EXTEND AUDIT-FILE.
013690     IF NOT AUDIT-OK
013700        OPEN OUTPUT AUDIT-FILE
013710     END-IF.
013720     IF AUDIT-OK
013730        WRITE AU-LINHA FROM WS-AUDIT-LINHA
013740        CLOSE AUDIT-FILE
013750     ELSE
013760        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
013770                WS-AUDIT-STATUS
013780     END-IF.
013790*-----------------------------------------------------------------
013800 END PROGRAM PROGRAMA01.
