000190*             NAO DO CALCULO, E IMPRIME A ATA (RELATA) COM A
000200*             SITUACAO ORIGINAL DO CALCULO AO LADO DE CADA
000210*             DELIBERACAO, MAIS AS DELIBERACOES REJEITADAS.
000220* TECTONICS.  cobc -x programa10.cbl programa21.cbl
000230*
000240* MODIFICATION HISTORY.
000250*   2026-09-02 JAS  PROGRAMA ORIGINAL.
000270*                   CODIGO DA ESCOLA (REGISTRO DE 40
000280*                   POSICOES); A ESCOLA ATRAVESSA A
000290*                   DELIBERACAO INTACTA.
000300*   2026-10-15 JAS  PROGRESSAO PARCIAL: AS REPROVACOES DO ANO
000310*                   DO ALUNO PROMOVIDO PELO CONSELHO VIRAM, NO
000320*                   CADASTRO DEPENDENCIA, DEPENDENCIAS ABERTAS
000330*                   COM ORIGEM "C", DEPOIS DE DEVOLVIDO O
000340*                   MATFINAL.
000350*   2026-10-15 JAS  ANTES DE REGRAVAR O MATFINAL, TIRA UMA
000360*                   GERACAO DE COPIA DE SEGURANCA PELO
000370*                   PROGRAMA21; SEM A COPIA AS DELIBERACOES
000380*                   NAO SAO APLICADAS.
000390*   2026-10-15 JAS  GRAVA O RESULTADO DO CONSELHO NO EXTRATO
000400*                   CONVCONS (AVISOREC, ORIGEM "C"): OS
000410*                   PROMOVIDOS PELO CONSELHO E OS QUE SEGUEM
000420*                   RETIDOS, PARA A EMISSAO DAS CONVOCACOES DE
000430*                   RESPONSAVEIS DO PROGRAMA26. SE O MATFINAL
000440*                   NAO FOR REGRAVADO, O EXTRATO SAI VAZIO.
000450*   2026-10-15 JAS  ERRO NO CADASTRO DE DEPENDENCIAS DEPOIS DE
000460*                   REGRAVADO O MATFINAL TEM CHAVE PROPRIA: AS
000470*                   DELIBERACOES CONTINUAM VALENDO E O CONVCONS
000480*                   E MANTIDO; SAI RETURN-CODE 8 COM O AVISO.
000490*   2026-10-15 JAS  O CONVCONS E ESVAZIADO TAMBEM QUANDO A
000500*                   EXECUCAO PARA ANTES DE ABRI-LO, PARA O
000510*                   PROGRAMA26 NAO REEMITIR AS CARTAS DO
000520*                   CONSELHO ANTERIOR.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. PROGRAMA10.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT MATFIN-FILE ASSIGN TO MATFINAL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MATFIN-STATUS.
000620     SELECT MATFINWK-FILE ASSIGN TO MATFINWK
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MATFINWK-STATUS.
000650     SELECT CONS-FILE ASSIGN TO CONSELHO
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CONS-STATUS.
000680     SELECT RELATA-FILE ASSIGN TO RELATA
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RELATA-STATUS.
000710     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS DP-CHAVE
000750         FILE STATUS IS WS-DEP-STATUS.
000760     SELECT CONVCONS-FILE ASSIGN TO CONVCONS
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CONVCONS-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  MATFIN-FILE
000820     RECORD CONTAINS 40 CHARACTERS.
000830     COPY MATFINREC.
000840 FD  MATFINWK-FILE
000850     RECORD CONTAINS 40 CHARACTERS.
000860 01  MW-REC                   PIC X(40).
000870 FD  CONS-FILE
000880     RECORD CONTAINS 18 CHARACTERS.
000890     COPY CONSREC.
000900 FD  RELATA-FILE
000910     RECORD CONTAINS 132 CHARACTERS.
000920 01  RL8-LINHA                PIC X(132).
000930 FD  DEP-FILE
000940     RECORD CONTAINS 63 CHARACTERS.
000950     COPY DEPREC.
000960 FD  CONVCONS-FILE
000970     RECORD CONTAINS 77 CHARACTERS.
000980     COPY AVISOREC.
000990 WORKING-STORAGE SECTION.
001000*-----------------------------------------------------------------
001010* CHAVES E CONTADORES DE CONTROLE
001020*-----------------------------------------------------------------
001030 77  WS-MATFIN-STATUS      PIC X(02) VALUE "00".
001040     88  MATFIN-OK                   VALUE "00".
001050 77  WS-MATFINWK-STATUS    PIC X(02) VALUE "00".
001060     88  MATFINWK-OK                 VALUE "00".
001070 77  WS-CONS-STATUS        PIC X(02) VALUE "00".
001080     88  CONS-OK                     VALUE "00".
001090 77  WS-RELATA-STATUS      PIC X(02) VALUE "00".
001100     88  RELATA-OK                   VALUE "00".
001110 77  WS-CONVCONS-STATUS    PIC X(02) VALUE "00".
001120     88  CONVCONS-OK                 VALUE "00".
001130 77  WS-CONVCONS-ABERTO    PIC X(01) VALUE "N".
001140     88  CONVCONS-ABERTO             VALUE "S".
001150 77  WS-TOT-AVISOS         PIC 9(05) VALUE ZEROS.
001160 77  WS-MEDIA-AVISO        PIC Z9.9.
001170 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001180     88  FIM-ARQUIVO                 VALUE "S".
001190 77  WS-FIM-CONS           PIC X(01) VALUE "N".
001200     88  FIM-CONS                    VALUE "S".
001210 77  WS-ERRO-CONSELHO      PIC X(01) VALUE "N".
001220     88  ERRO-CONSELHO               VALUE "S".
001230 77  WS-RELATA-ABERTO      PIC X(01) VALUE "N".
001240     88  RELATA-ABERTO               VALUE "S".
001250 77  WS-TOT-APLICADAS      PIC 9(05) VALUE ZEROS.
001260 77  WS-TOT-REJEITADAS     PIC 9(05) VALUE ZEROS.
001270 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
001280     88  DEP-OK                      VALUE "00".
001290 77  WS-FIM-DEP            PIC X(01) VALUE "N".
001300     88  FIM-DEP                     VALUE "S".
001310 77  WS-TOT-DEP-ABERTAS    PIC 9(05) VALUE ZEROS.
001320 77  WS-ERRO-DEP           PIC X(01) VALUE "N".
001330     88  ERRO-DEP                    VALUE "S".
001340*-----------------------------------------------------------------
001350* TABELA DAS DELIBERACOES DO CONSELHO, CARREGADA DO ARQUIVO
001360* CONSELHO NA INICIALIZACAO (A CRITICA DE FORMA REJEITA CARTAO
001370* SEM MOTIVO OU COM DECISAO DESCONHECIDA) E PROCURADA A CADA
001380* REGISTRO DO MATFINAL. A MARCA DE APLICADA APONTA, NO FIM, AS
001390* DELIBERACOES SEM ALUNO NO EXTRATO.
001400*-----------------------------------------------------------------
001410 77  WS-CNS-QTD            PIC 9(03) VALUE ZEROS.
001420 77  WS-CNS-IDX            PIC 9(03) VALUE ZEROS.
001430 77  WS-CNS-ACHOU          PIC X(01) VALUE "N".
001440     88  CNS-ACHOU                   VALUE "S".
001450 01  WS-CONS-TABELA.
001460     05  WS-CNS-ENT OCCURS 200 TIMES.
001470         10  WS-CNS-MATRICULA  PIC 9(05).
001480         10  WS-CNS-MOTIVO     PIC X(02).
001490         10  WS-CNS-DATA       PIC X(10).
001500         10  WS-CNS-APLICADA   PIC X(01).
001510         10  WS-CNS-PROMOVEU   PIC X(01).
001520         10  WS-CNS-ANO        PIC 9(04).
001530*-----------------------------------------------------------------
001540* APOIO DA ATA: SITUACAO ORIGINAL DO CALCULO POR EXTENSO.
001550*-----------------------------------------------------------------
001560 77  WS-SIT-CALCULO        PIC X(11) VALUE SPACES.
001570*-----------------------------------------------------------------
001580* DATA DO SISTEMA, PARA O CABECALHO DA ATA
001590*-----------------------------------------------------------------
001600 01  WS-DATA-AAAAMMDD.
001610     05  WS-DATA-AAAA      PIC 9(04).
001620     05  WS-DATA-MM        PIC 9(02).
001630     05  WS-DATA-DD        PIC 9(02).
001640 01  WS-DATA-FORMATADA     PIC X(10).
001650*-----------------------------------------------------------------
001660* LINHAS DA ATA IMPRESSA (RELATA)
001670*-----------------------------------------------------------------
001680     COPY REL8LINE.
001690*-----------------------------------------------------------------
001700* PEDIDO DE COPIA DE SEGURANCA AO PROGRAMA21
001710*-----------------------------------------------------------------
001720     COPY COPIAPED.
001730 PROCEDURE DIVISION.
001740*-----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001770     IF NOT ERRO-CONSELHO
001780        PERFORM 2000-PROCESSA-MATFINAL THRU
001790            2000-PROCESSA-MATFINAL-EXIT
001800            UNTIL FIM-ARQUIVO
001810        CLOSE MATFIN-FILE
001820        CLOSE MATFINWK-FILE
001830     END-IF.
001840     IF NOT ERRO-CONSELHO
001850        PERFORM 4000-DEVOLVE-MATFINAL THRU
001860            4000-DEVOLVE-MATFINAL-EXIT
001870     END-IF.
001880     IF NOT ERRO-CONSELHO AND WS-TOT-APLICADAS > ZEROS
001890        PERFORM 5000-ATIVA-DEPENDENCIAS THRU
001900            5000-ATIVA-DEPENDENCIAS-EXIT
001910     END-IF.
001920     PERFORM 6000-APONTA-SEM-ALUNO THRU
001930         6000-APONTA-SEM-ALUNO-EXIT
001940         VARYING WS-CNS-IDX FROM 1 BY 1
001950         UNTIL WS-CNS-IDX > WS-CNS-QTD.
001960     PERFORM 8000-FINALIZA.
001970     STOP RUN.
001980*-----------------------------------------------------------------
001990 1000-INICIALIZA.
002000     DISPLAY "INICIO DO PROGRAMA10".
002010     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002020     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002030     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002040     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002050     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002060     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002070     OPEN OUTPUT RELATA-FILE.
002080     IF NOT RELATA-OK
002090        DISPLAY "ERRO AO ABRIR RELATA - STATUS "
002100                WS-RELATA-STATUS
002110        MOVE "S" TO WS-ERRO-CONSELHO
002120        GO TO 1000-INICIALIZA-EXIT
002130     END-IF.
002140     MOVE "S" TO WS-RELATA-ABERTO.
002150     MOVE WS-DATA-FORMATADA TO W8C1-DATA.
002160     WRITE RL8-LINHA FROM WS8-CAB-1-LINHA.
002170     WRITE RL8-LINHA FROM WS8-CAB-2-LINHA.
002180     PERFORM 1060-CARREGA-CONSELHO THRU
002190         1060-CARREGA-CONSELHO-EXIT.
002200     IF WS-CNS-QTD = ZEROS
002210        DISPLAY "NENHUMA DELIBERACAO VALIDA A APLICAR"
002220        MOVE "S" TO WS-ERRO-CONSELHO
002230        GO TO 1000-INICIALIZA-EXIT
002240     END-IF.
002250     PERFORM 1080-COPIA-SEGURANCA.
002260     IF ERRO-CONSELHO
002270        GO TO 1000-INICIALIZA-EXIT
002280     END-IF.
002290     OPEN INPUT MATFIN-FILE.
002300     IF NOT MATFIN-OK
002310        DISPLAY "MATFINAL NAO ENCONTRADO - STATUS "
002320                WS-MATFIN-STATUS
002330                " - RODE O PROGRAMA03 ANTES DO CONSELHO"
002340        MOVE "S" TO WS-ERRO-CONSELHO
002350        GO TO 1000-INICIALIZA-EXIT
002360     END-IF.
002370     OPEN OUTPUT MATFINWK-FILE.
002380     IF NOT MATFINWK-OK
002390        DISPLAY "ERRO AO ABRIR MATFINWK - STATUS "
002400                WS-MATFINWK-STATUS
002410        MOVE "S" TO WS-ERRO-CONSELHO
002420        CLOSE MATFIN-FILE
002430        GO TO 1000-INICIALIZA-EXIT
002440     END-IF.
002450     OPEN OUTPUT CONVCONS-FILE.
002460     IF CONVCONS-OK
002470        MOVE "S" TO WS-CONVCONS-ABERTO
002480     ELSE
002490        DISPLAY "ERRO AO ABRIR CONVCONS - STATUS "
002500                WS-CONVCONS-STATUS " - RESULTADO NAO EXTRAIDO"
002510     END-IF.
002520 1000-INICIALIZA-EXIT. EXIT.
002530*-----------------------------------------------------------------
002540 1060-CARREGA-CONSELHO.
002550     OPEN INPUT CONS-FILE.
002560     IF NOT CONS-OK
002570        DISPLAY "CONSELHO NAO ENCONTRADO - STATUS "
002580                WS-CONS-STATUS
002590        GO TO 1060-CARREGA-CONSELHO-EXIT
002600     END-IF.
002610     PERFORM 1065-LE-CONSELHO THRU 1065-LE-CONSELHO-EXIT
002620         UNTIL FIM-CONS.
002630     CLOSE CONS-FILE.
002640     DISPLAY "DELIBERACOES CARREGADAS: " WS-CNS-QTD
002650             " REJEITADAS NA CRITICA: " WS-TOT-REJEITADAS.
002660 1060-CARREGA-CONSELHO-EXIT. EXIT.
002670*-----------------------------------------------------------------
002680* CRITICA DA DELIBERACAO: MATRICULA NUMERICA, DECISAO "P"
002690* (PROMOVER - A UNICA QUE O CONSELHO PODE TOMAR SOBRE UM
002700* RETIDO) E CODIGO DE MOTIVO OBRIGATORIO.
002710*-----------------------------------------------------------------
002720 1065-LE-CONSELHO.
002730     READ CONS-FILE
002740         AT END
002750            MOVE "S" TO WS-FIM-CONS
002760            GO TO 1065-LE-CONSELHO-EXIT
002770     END-READ.
002780     IF NOT CONS-OK
002790        DISPLAY "ERRO NA LEITURA DE CONSELHO - STATUS "
002800                WS-CONS-STATUS
002810        MOVE "S" TO WS-FIM-CONS
002820        GO TO 1065-LE-CONSELHO-EXIT
002830     END-IF.
002840     IF CS-MATRICULA IS NOT NUMERIC
002850        ADD 1 TO WS-TOT-REJEITADAS
002860        MOVE ZEROS TO W8R-MATRICULA
002870        MOVE "MATRICULA NAO NUMERICA" TO W8R-MOTIVO
002880        WRITE RL8-LINHA FROM WS8-REJ-LINHA
002890        GO TO 1065-LE-CONSELHO-EXIT
002900     END-IF.
002910     IF NOT CS-PROMOVE
002920        ADD 1 TO WS-TOT-REJEITADAS
002930        MOVE CS-MATRICULA TO W8R-MATRICULA
002940        MOVE "DECISAO INVALIDA - SO PROMOVER (P)"
002950            TO W8R-MOTIVO
002960        WRITE RL8-LINHA FROM WS8-REJ-LINHA
002970        GO TO 1065-LE-CONSELHO-EXIT
002980     END-IF.
002990     IF CS-MOTIVO = SPACES
003000        ADD 1 TO WS-TOT-REJEITADAS
003010        MOVE CS-MATRICULA TO W8R-MATRICULA
003020        MOVE "CODIGO DE MOTIVO OBRIGATORIO" TO W8R-MOTIVO
003030        WRITE RL8-LINHA FROM WS8-REJ-LINHA
003040        GO TO 1065-LE-CONSELHO-EXIT
003050     END-IF.
003060     IF WS-CNS-QTD >= 200
003070        DISPLAY "MAIS DE 200 DELIBERACOES - EXCEDENTE IGNORADO"
003080        MOVE "S" TO WS-FIM-CONS
003090        GO TO 1065-LE-CONSELHO-EXIT
003100     END-IF.
003110     ADD 1 TO WS-CNS-QTD.
003120     MOVE CS-MATRICULA   TO WS-CNS-MATRICULA (WS-CNS-QTD).
003130     MOVE CS-MOTIVO      TO WS-CNS-MOTIVO (WS-CNS-QTD).
003140     MOVE CS-DATA-SESSAO TO WS-CNS-DATA (WS-CNS-QTD).
003150     MOVE "N"            TO WS-CNS-APLICADA (WS-CNS-QTD).
003160     MOVE "N"            TO WS-CNS-PROMOVEU (WS-CNS-QTD).
003170     MOVE ZEROS          TO WS-CNS-ANO (WS-CNS-QTD).
003180 1065-LE-CONSELHO-EXIT. EXIT.
003190*-----------------------------------------------------------------
003200* COPIA DE SEGURANCA DO MATFINAL ANTES DE REGRAVA-LO (PROGRAMA21).
003210* O CONSELHO NAO LE O CARTAO GERAL: O ANO DO CATALOGO E O DA
003220* DATA DO SISTEMA.
003230*-----------------------------------------------------------------
003240 1080-COPIA-SEGURANCA.
003250     MOVE "MATFINAL"    TO CQ-ARQUIVO.
003260     MOVE "PROGRAMA10"  TO CQ-PROGRAMA.
003270     MOVE WS-DATA-AAAA  TO CQ-ANO-LETIVO.
003280     CALL "PROGRAMA21" USING COPIA-PEDIDO.
003290     IF CQ-COPIA-FALHOU
003300        DISPLAY "SEM COPIA DE SEGURANCA DO MATFINAL - "
003310                "DELIBERACOES NAO APLICADAS"
003320        MOVE "S" TO WS-ERRO-CONSELHO
003330     END-IF.
003340*-----------------------------------------------------------------
003350 2000-PROCESSA-MATFINAL.
003360     READ MATFIN-FILE
003370         AT END
003380            MOVE "S" TO WS-FIM-ARQUIVO
003390            GO TO 2000-PROCESSA-MATFINAL-EXIT
003400     END-READ.
003410     IF NOT MATFIN-OK
003420        DISPLAY "ERRO NA LEITURA DE MATFINAL - STATUS "
003430                WS-MATFIN-STATUS
003440        MOVE "S" TO WS-FIM-ARQUIVO
003450        MOVE "S" TO WS-ERRO-CONSELHO
003460        GO TO 2000-PROCESSA-MATFINAL-EXIT
003470     END-IF.
003480     PERFORM 2200-PROCURA-DELIBERACAO THRU
003490         2200-PROCURA-DELIBERACAO-EXIT.
003500     IF CNS-ACHOU
003510        PERFORM 2300-APLICA-DELIBERACAO THRU
003520            2300-APLICA-DELIBERACAO-EXIT
003530     END-IF.
003540     IF MF-SITUACAO = "R" AND CONVCONS-ABERTO
003550        MOVE MF-MEDIA-FINAL TO WS-MEDIA-AVISO
003560        MOVE SPACES TO AV-TEXTO
003570        STRING "RETIDO APOS O CONSELHO - MEDIA FINAL "
003580            WS-MEDIA-AVISO DELIMITED BY SIZE INTO AV-TEXTO
003590        PERFORM 2400-GRAVA-AVISO
003600     END-IF.
003610     WRITE MW-REC FROM MATFIN-REC.
003620 2000-PROCESSA-MATFINAL-EXIT. EXIT.
003630*-----------------------------------------------------------------
003640 2200-PROCURA-DELIBERACAO.
003650     MOVE "N" TO WS-CNS-ACHOU.
003660     MOVE 1 TO WS-CNS-IDX.
003670     PERFORM 2250-COMPARA-DELIBERACAO THRU
003680         2250-COMPARA-DELIBERACAO-EXIT
003690         UNTIL CNS-ACHOU OR WS-CNS-IDX > WS-CNS-QTD.
003700 2200-PROCURA-DELIBERACAO-EXIT. EXIT.
003710*-----------------------------------------------------------------
003720 2250-COMPARA-DELIBERACAO.
003730     IF WS-CNS-MATRICULA (WS-CNS-IDX) = MF-MATRICULA
003740        MOVE "S" TO WS-CNS-ACHOU
003750     ELSE
003760        ADD 1 TO WS-CNS-IDX
003770     END-IF.
003780 2250-COMPARA-DELIBERACAO-EXIT. EXIT.
003790*-----------------------------------------------------------------
003800* SO ALUNO RETIDO PELO CALCULO PODE SER DELIBERADO: PROMOVIDO,
003810* INCOMPLETO E TRANSFERIDO SAO REJEITADOS COM A SITUACAO NA
003820* ATA. A DELIBERACAO VALIDA VIRA "P" COM ORIGEM "C".
003830*-----------------------------------------------------------------
003840 2300-APLICA-DELIBERACAO.
003850     MOVE "S" TO WS-CNS-APLICADA (WS-CNS-IDX).
003860     IF MF-SITUACAO NOT = "R"
003870        ADD 1 TO WS-TOT-REJEITADAS
003880        MOVE MF-MATRICULA TO W8R-MATRICULA
003890        EVALUATE MF-SITUACAO
003900           WHEN "P"
003910              MOVE "ALUNO JA PROMOVIDO PELO CALCULO"
003920                  TO W8R-MOTIVO
003930           WHEN "I"
003940              MOVE "ALUNO INCOMPLETO - APURACAO PENDENTE"
003950                  TO W8R-MOTIVO
003960           WHEN "T"
003970              MOVE "ALUNO TRANSFERIDO - DECISAO DO DESTINO"
003980                  TO W8R-MOTIVO
003990           WHEN OTHER
004000              MOVE "SITUACAO NAO PASSIVEL DE DELIBERACAO"
004010                  TO W8R-MOTIVO
004020        END-EVALUATE
004030        WRITE RL8-LINHA FROM WS8-REJ-LINHA
004040        GO TO 2300-APLICA-DELIBERACAO-EXIT
004050     END-IF.
004060     MOVE "RETIDO" TO WS-SIT-CALCULO.
004070     MOVE "P" TO MF-SITUACAO.
004080     MOVE "C" TO MF-ORIGEM.
004090     ADD 1 TO WS-TOT-APLICADAS.
004100     MOVE "S"           TO WS-CNS-PROMOVEU (WS-CNS-IDX).
004110     MOVE MF-ANO-LETIVO TO WS-CNS-ANO (WS-CNS-IDX).
004120     MOVE MF-MATRICULA  TO W8D-MATRICULA.
004130     MOVE MF-NOME-ALUNO TO W8D-NOME-ALUNO.
004140     MOVE WS-SIT-CALCULO TO W8D-SIT-CALCULO.
004150     MOVE "PROMOVIDO"   TO W8D-DECISAO.
004160     MOVE WS-CNS-MOTIVO (WS-CNS-IDX) TO W8D-MOTIVO.
004170     MOVE WS-CNS-DATA (WS-CNS-IDX)   TO W8D-DATA-SESSAO.
004180     WRITE RL8-LINHA FROM WS8-DET-LINHA.
004190     IF CONVCONS-ABERTO
004200        MOVE SPACES TO AV-TEXTO
004210        STRING "PROMOVIDO PELO CONSELHO EM "
004220            WS-CNS-DATA (WS-CNS-IDX) DELIMITED BY SIZE
004230            INTO AV-TEXTO
004240        PERFORM 2400-GRAVA-AVISO
004250     END-IF.
004260     DISPLAY "CONSELHO PROMOVEU A MATRICULA " MF-MATRICULA
004270             " (MOTIVO " WS-CNS-MOTIVO (WS-CNS-IDX) ")".
004280 2300-APLICA-DELIBERACAO-EXIT. EXIT.
004290*-----------------------------------------------------------------
004300* RESULTADO DO CONSELHO PARA A CONVOCACAO DOS RESPONSAVEIS
004310* (PROGRAMA26): O TEXTO JA VEM MONTADO EM AV-TEXTO.
004320*-----------------------------------------------------------------
004330 2400-GRAVA-AVISO.
004340     MOVE "C"           TO AV-ORIGEM.
004350     MOVE MF-ANO-LETIVO TO AV-ANO-LETIVO.
004360     MOVE MF-ESCOLA     TO AV-ESCOLA.
004370     MOVE MF-MATRICULA  TO AV-MATRICULA.
004380     MOVE MF-NOME-ALUNO TO AV-NOME-ALUNO.
004390     MOVE SPACES        TO AV-TURMA.
004400     WRITE AVISO-REC.
004410     ADD 1 TO WS-TOT-AVISOS.
004420*-----------------------------------------------------------------
004430* DEVOLVE O EXTRATO DELIBERADO DO ARQUIVO DE TRABALHO PARA O
004440* MATFINAL. SO RODA SE A COPIA TERMINOU SEM ERRO - UM ABEND NO
004450* MEIO DA COPIA DEIXA O MATFINAL ORIGINAL INTACTO, COMO NA
004460* VIRADA DE ANO DO PROGRAMA06.
004470*-----------------------------------------------------------------
004480 4000-DEVOLVE-MATFINAL.
004490     OPEN INPUT MATFINWK-FILE.
004500     IF NOT MATFINWK-OK
004510        DISPLAY "MATFINWK AUSENTE - STATUS " WS-MATFINWK-STATUS
004520                " - MATFINAL NAO REGRAVADO"
004530        MOVE "S" TO WS-ERRO-CONSELHO
004540        GO TO 4000-DEVOLVE-MATFINAL-EXIT
004550     END-IF.
004560     OPEN OUTPUT MATFIN-FILE.
004570     IF NOT MATFIN-OK
004580        DISPLAY "ERRO AO REABRIR MATFINAL - STATUS "
004590                WS-MATFIN-STATUS
004600        MOVE "S" TO WS-ERRO-CONSELHO
004610        CLOSE MATFINWK-FILE
004620        GO TO 4000-DEVOLVE-MATFINAL-EXIT
004630     END-IF.
004640     MOVE "N" TO WS-FIM-ARQUIVO.
004650     PERFORM 4100-DEVOLVE-REGISTRO THRU
004660         4100-DEVOLVE-REGISTRO-EXIT
004670         UNTIL FIM-ARQUIVO.
004680     CLOSE MATFINWK-FILE.
004690     CLOSE MATFIN-FILE.
004700 4000-DEVOLVE-MATFINAL-EXIT. EXIT.
004710*-----------------------------------------------------------------
004720 4100-DEVOLVE-REGISTRO.
004730     READ MATFINWK-FILE
004740         AT END
004750            MOVE "S" TO WS-FIM-ARQUIVO
004760            GO TO 4100-DEVOLVE-REGISTRO-EXIT
004770     END-READ.
004780     IF NOT MATFINWK-OK
004790        DISPLAY "ERRO NA LEITURA DE MATFINWK - STATUS "
004800                WS-MATFINWK-STATUS
004810        MOVE "S" TO WS-FIM-ARQUIVO
004820        MOVE "S" TO WS-ERRO-CONSELHO
004830        GO TO 4100-DEVOLVE-REGISTRO-EXIT
004840     END-IF.
004850     WRITE MATFIN-REC FROM MW-REC.
004860 4100-DEVOLVE-REGISTRO-EXIT. EXIT.
004870*-----------------------------------------------------------------
004880* AS REPROVACOES DO ANO DO ALUNO PROMOVIDO PELO CONSELHO, GRAVADAS
004890* COMO "R" PELA APURACAO, PASSAM A DEPENDENCIAS ABERTAS COM
004900* ORIGEM "C". SEM O CADASTRO DEPENDENCIA NADA HA A ATIVAR.
004910*-----------------------------------------------------------------
004920 5000-ATIVA-DEPENDENCIAS.
004930     OPEN I-O DEP-FILE.
004940     IF NOT DEP-OK
004950        DISPLAY "DEPENDENCIA NAO ENCONTRADO - STATUS "
004960                WS-DEP-STATUS " - NENHUMA DEPENDENCIA ATIVADA"
004970        IF WS-DEP-STATUS NOT = "35"
004980           MOVE "S" TO WS-ERRO-DEP
004990        END-IF
005000        GO TO 5000-ATIVA-DEPENDENCIAS-EXIT
005010     END-IF.
005020     PERFORM 5100-ATIVA-DEPENDENCIA THRU
005030         5100-ATIVA-DEPENDENCIA-EXIT
005040         UNTIL FIM-DEP.
005050     CLOSE DEP-FILE.
005060     DISPLAY "DEPENDENCIAS ABERTAS PELO CONSELHO: "
005070             WS-TOT-DEP-ABERTAS.
005080 5000-ATIVA-DEPENDENCIAS-EXIT. EXIT.
005090*-----------------------------------------------------------------
005100 5100-ATIVA-DEPENDENCIA.
005110     READ DEP-FILE NEXT RECORD
005120         AT END
005130            MOVE "S" TO WS-FIM-DEP
005140            GO TO 5100-ATIVA-DEPENDENCIA-EXIT
005150     END-READ.
005160     IF NOT DEP-OK
005170        DISPLAY "ERRO NA LEITURA DE DEPENDENCIA - STATUS "
005180                WS-DEP-STATUS
005190        MOVE "S" TO WS-FIM-DEP
005200        MOVE "S" TO WS-ERRO-DEP
005210        GO TO 5100-ATIVA-DEPENDENCIA-EXIT
005220     END-IF.
005230     IF NOT DP-RETIDA
005240        GO TO 5100-ATIVA-DEPENDENCIA-EXIT
005250     END-IF.
005260     MOVE "N" TO WS-CNS-ACHOU.
005270     MOVE 1 TO WS-CNS-IDX.
005280     PERFORM 5150-COMPARA-PROMOVIDO THRU
005290         5150-COMPARA-PROMOVIDO-EXIT
005300         UNTIL CNS-ACHOU OR WS-CNS-IDX > WS-CNS-QTD.
005310     IF NOT CNS-ACHOU
005320        GO TO 5100-ATIVA-DEPENDENCIA-EXIT
005330     END-IF.
005340     MOVE "A" TO DP-SITUACAO.
005350     MOVE "C" TO DP-ORIGEM.
005360     REWRITE DEP-REC
005370         INVALID KEY
005380            DISPLAY "ERRO AO REGRAVAR DEPENDENCIA - STATUS "
005390                    WS-DEP-STATUS
005400            MOVE "S" TO WS-ERRO-DEP
005410         NOT INVALID KEY
005420            ADD 1 TO WS-TOT-DEP-ABERTAS
005430     END-REWRITE.
005440 5100-ATIVA-DEPENDENCIA-EXIT. EXIT.
005450*-----------------------------------------------------------------
005460 5150-COMPARA-PROMOVIDO.
005470     IF WS-CNS-MATRICULA (WS-CNS-IDX) = DP-MATRICULA
005480        AND WS-CNS-PROMOVEU (WS-CNS-IDX) = "S"
005490        AND WS-CNS-ANO (WS-CNS-IDX) = DP-ANO-ORIGEM
005500        MOVE "S" TO WS-CNS-ACHOU
005510     ELSE
005520        ADD 1 TO WS-CNS-IDX
005530     END-IF.
005540 5150-COMPARA-PROMOVIDO-EXIT. EXIT.
005550*-----------------------------------------------------------------
005560 6000-APONTA-SEM-ALUNO.
005570     IF WS-CNS-APLICADA (WS-CNS-IDX) = "S"
005580        GO TO 6000-APONTA-SEM-ALUNO-EXIT
005590     END-IF.
005600     ADD 1 TO WS-TOT-REJEITADAS.
005610     IF RELATA-ABERTO
005620        MOVE WS-CNS-MATRICULA (WS-CNS-IDX) TO W8R-MATRICULA
005630        MOVE "MATRICULA NAO CONSTA DO MATFINAL" TO W8R-MOTIVO
005640        WRITE RL8-LINHA FROM WS8-REJ-LINHA
005650     END-IF.
005660     DISPLAY "DELIBERACAO SEM ALUNO NO MATFINAL - MATRICULA "
005670             WS-CNS-MATRICULA (WS-CNS-IDX).
005680 6000-APONTA-SEM-ALUNO-EXIT. EXIT.
005690*-----------------------------------------------------------------
005700 8000-FINALIZA.
005710     IF RELATA-ABERTO
005720        MOVE WS-TOT-APLICADAS  TO W8T-APLICADAS
005730        MOVE WS-TOT-REJEITADAS TO W8T-REJEITADAS
005740        WRITE RL8-LINHA FROM WS8-TRL-LINHA
005750        CLOSE RELATA-FILE
005760     END-IF.
005770     IF CONVCONS-ABERTO
005780        CLOSE CONVCONS-FILE
005790     END-IF.
005800     IF ERRO-CONSELHO
005810        OPEN OUTPUT CONVCONS-FILE
005820        IF CONVCONS-OK
005830           CLOSE CONVCONS-FILE
005840           DISPLAY "MATFINAL NAO DELIBERADO - CONVCONS DESCARTADO"
005850        ELSE
005860           DISPLAY "ERRO AO ESVAZIAR CONVCONS - STATUS "
005870                   WS-CONVCONS-STATUS " - NAO RODE O PROGRAMA26"
005880        END-IF
005890     ELSE
005900        IF CONVCONS-ABERTO
005910           DISPLAY "RESULTADOS EXTRAIDOS PARA CONVOCACAO: "
005920                   WS-TOT-AVISOS
005930        END-IF
005940     END-IF.
005950     DISPLAY "DELIBERACOES APLICADAS: " WS-TOT-APLICADAS
005960             " REJEITADAS: " WS-TOT-REJEITADAS.
005970     IF ERRO-CONSELHO OR WS-TOT-REJEITADAS > ZEROS
005980        MOVE 8 TO RETURN-CODE
005990        DISPLAY "CONSELHO COM PENDENCIAS - RETURN-CODE 8"
006000     END-IF.
006010     IF ERRO-DEP
006020        MOVE 8 TO RETURN-CODE
006030        DISPLAY "DELIBERACOES APLICADAS NO MATFINAL, MAS AS "
006040                "DEPENDENCIAS DOS PROMOVIDOS PELO CONSELHO NAO "
006050                "FORAM TODAS ATIVADAS - RETURN-CODE 8"
006060     END-IF.
006070     DISPLAY "FIM DO PROGRAMA10".
006080*-----------------------------------------------------------------
006090 END PROGRAM PROGRAMA10.
