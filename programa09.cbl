000230*             COMO A SUBSTITUICAO E UM PARA UM, AS CONTAGENS
000240*             POR BIMESTRE DO HISTBIM CONTINUAM BATENDO COM A
000250*             TRILHA DE AUDITORIA DO PROGRAMA01.
000260* TECTONICS.  cobc -x programa09.cbl programa21.cbl
000270*
000280* MODIFICATION HISTORY.
000290*   2026-09-02 JAS  PROGRAMA ORIGINAL.
000310*                   CODIGO DA ESCOLA (REGISTRO DE 55
000320*                   POSICOES); A ESCOLA ATRAVESSA A
000330*                   RETIFICACAO INTACTA.
000340*   2026-10-15 JAS  ANTES DE REGRAVAR O HISTBIM, TIRA UMA
000350*                   GERACAO DE COPIA DE SEGURANCA PELO
000360*                   PROGRAMA21; SEM A COPIA A RETIFICACAO E
000370*                   RECUSADA E O HISTBIM NAO E TOCADO.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PROGRAMA09.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HIST-FILE ASSIGN TO HISTBIM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT HISTWK-FILE ASSIGN TO HISTWKR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HISTWK-STATUS.
000500     SELECT RETIF-FILE ASSIGN TO RETIFICA
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RETIF-STATUS.
000530     SELECT PARM-FILE ASSIGN TO PARAMETROS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.
000560     SELECT RETLOG-FILE ASSIGN TO RETLOG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RETLOG-STATUS.
000590     SELECT RELRET-FILE ASSIGN TO RELRETIF
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RELRET-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HIST-FILE
000680     RECORD CONTAINS 55 CHARACTERS.
000690     COPY HISTREC.
000700 FD  HISTWK-FILE
000710     RECORD CONTAINS 55 CHARACTERS.
000720 01  HW-REC                   PIC X(55).
000730 FD  RETIF-FILE
000740     RECORD CONTAINS 41 CHARACTERS.
000750     COPY RETREC.
000760 FD  PARM-FILE
000770     RECORD CONTAINS 34 CHARACTERS.
000780     COPY PARMREC.
000790 FD  RETLOG-FILE
000800     RECORD CONTAINS 118 CHARACTERS.
000810 01  LG-LINHA                 PIC X(118).
000820 FD  RELRET-FILE
000830     RECORD CONTAINS 132 CHARACTERS.
000840 01  RL7-LINHA                PIC X(132).
000850 FD  AUDIT-FILE
000860     RECORD CONTAINS 113 CHARACTERS.
000870 01  AU-LINHA                 PIC X(113).
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900* CHAVES E CONTADORES DE CONTROLE
000910*-----------------------------------------------------------------
000920 77  WS-HIST-STATUS        PIC X(02) VALUE "00".
000930     88  HIST-OK                     VALUE "00".
000940 77  WS-HISTWK-STATUS      PIC X(02) VALUE "00".
000950     88  HISTWK-OK                   VALUE "00".
000960 77  WS-RETIF-STATUS       PIC X(02) VALUE "00".
000970     88  RETIF-OK                    VALUE "00".
000980 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
000990     88  PARM-OK                     VALUE "00".
001000 77  WS-RETLOG-STATUS      PIC X(02) VALUE "00".
001010     88  RETLOG-OK                   VALUE "00".
001020 77  WS-RELRET-STATUS      PIC X(02) VALUE "00".
001030     88  RELRET-OK                   VALUE "00".
001040 77  WS-AUDIT-STATUS       PIC X(02) VALUE "00".
001050     88  AUDIT-OK                    VALUE "00".
001060 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
001070     88  FIM-ARQUIVO                 VALUE "S".
001080 77  WS-FIM-RETIF          PIC X(01) VALUE "N".
001090     88  FIM-RETIF                   VALUE "S".
001100 77  WS-FIM-PARM           PIC X(01) VALUE "N".
001110     88  FIM-PARM                    VALUE "S".
001120 77  WS-ERRO-RETIF         PIC X(01) VALUE "N".
001130     88  ERRO-RETIF                  VALUE "S".
001140 77  WS-RELRET-ABERTO      PIC X(01) VALUE "N".
001150     88  RELRET-ABERTO               VALUE "S".
001160 77  WS-RETLOG-ABERTO      PIC X(01) VALUE "N".
001170     88  RETLOG-ABERTO               VALUE "S".
001180 77  WS-TOT-APLICADAS      PIC 9(05) VALUE ZEROS.
001190 77  WS-TOT-SEM-PAR        PIC 9(05) VALUE ZEROS.
001200 77  WS-TOT-REJEITADAS     PIC 9(03) VALUE ZEROS.
001210*-----------------------------------------------------------------
001220* ANO LETIVO DA RETIFICACAO, DO CARTAO GERAL (DEFAULT O ANO DA
001230* DATA DO SISTEMA): SO REGISTROS DESTE ANO SAO RETIFICADOS, OS
001240* DEMAIS PASSAM INTACTOS PELO ARQUIVO DE TRABALHO.
001250*-----------------------------------------------------------------
001260 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
001270*-----------------------------------------------------------------
001280* PESOS DO CALCULO DA MEDIA, DO BARALHO PARAMETROS: OS GERAIS E
001290* A TABELA POR DISCIPLINA, COMO NO PROGRAMA01, PARA A MEDIA
001300* RETIFICADA SAIR IGUAL A QUE O PROGRAMA01 TERIA CALCULADO.
001310*-----------------------------------------------------------------
001320 77  WS-PESO-N1            PIC 9(03)V9(01) VALUE 025.
001330 77  WS-PESO-N2            PIC 9(03)V9(01) VALUE 025.
001340 77  WS-PESO-N3            PIC 9(03)V9(01) VALUE 025.
001350 77  WS-PESO-N4            PIC 9(03)V9(01) VALUE 025.
001360 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
001370 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
001380 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
001390     88  PRM-ACHOU                   VALUE "S".
001400 77  WS-PESO-DISC-N1       PIC 9(03)V9(01) VALUE 025.
001410 77  WS-PESO-DISC-N2       PIC 9(03)V9(01) VALUE 025.
001420 77  WS-PESO-DISC-N3       PIC 9(03)V9(01) VALUE 025.
001430 77  WS-PESO-DISC-N4       PIC 9(03)V9(01) VALUE 025.
001440 01  WS-PARM-TABELA.
001450     05  WS-PRM-ENT OCCURS 10 TIMES.
001460         10  WS-PRM-DISCIPLINA PIC X(03).
001470         10  WS-PRM-PESO-N1    PIC 9(03)V9(01).
001480         10  WS-PRM-PESO-N2    PIC 9(03)V9(01).
001490         10  WS-PRM-PESO-N3    PIC 9(03)V9(01).
001500         10  WS-PRM-PESO-N4    PIC 9(03)V9(01).
001510*-----------------------------------------------------------------
001520* TABELA DAS RETIFICACOES, CARREGADA DO ARQUIVO RETIFICA NA
001530* INICIALIZACAO (CARTAO INVALIDO E REJEITADO COM DISPLAY) E
001540* PROCURADA A CADA REGISTRO DO HISTBIM. A MARCA DE APLICADA
001550* DIZ, NO FIM, QUAIS RETIFICACOES NAO ACHARAM O LANCAMENTO.
001560*-----------------------------------------------------------------
001570 77  WS-RET-QTD            PIC 9(03) VALUE ZEROS.
001580 77  WS-RET-IDX            PIC 9(03) VALUE ZEROS.
001590 77  WS-RET-ACHOU          PIC X(01) VALUE "N".
001600     88  RET-ACHOU                   VALUE "S".
001610 01  WS-RETIF-TABELA.
001620     05  WS-RET-ENT OCCURS 200 TIMES.
001630         10  WS-RET-MATRICULA  PIC 9(05).
001640         10  WS-RET-DISCIPLINA PIC X(03).
001650         10  WS-RET-BIMESTRE   PIC 9(01).
001660         10  WS-RET-N1         PIC 9(02)V9(01).
001670         10  WS-RET-N2         PIC 9(02)V9(01).
001680         10  WS-RET-N3         PIC 9(02)V9(01).
001690         10  WS-RET-N4         PIC 9(02)V9(01).
001700         10  WS-RET-MOTIVO     PIC X(20).
001710         10  WS-RET-APLICADA   PIC X(01).
001720*-----------------------------------------------------------------
001730* AREA DE TRABALHO DA RETIFICACAO CORRENTE: IMAGEM ANTERIOR DO
001740* REGISTRO E MEDIA RECALCULADA.
001750*-----------------------------------------------------------------
001760 77  WS-ANT-N1             PIC 9(02)V9(01) VALUE ZEROS.
001770 77  WS-ANT-N2             PIC 9(02)V9(01) VALUE ZEROS.
001780 77  WS-ANT-N3             PIC 9(02)V9(01) VALUE ZEROS.
001790 77  WS-ANT-N4             PIC 9(02)V9(01) VALUE ZEROS.
001800 77  WS-ANT-MEDIA          PIC 9(02)V9(01) VALUE ZEROS.
001810 77  WS-NOVA-MEDIA         PIC 9(02)V9(01) VALUE ZEROS.
001820*-----------------------------------------------------------------
001830* LINHA DO LOG DE RETIFICACOES (RETLOG, ABERTO EM EXTEND): DATA,
001840* HORA, CHAVE, IMAGEM ANTERIOR, IMAGEM NOVA E MOTIVO.
001850*-----------------------------------------------------------------
001860 01  WS-RETLOG-LINHA.
001870     05  WL-DATA           PIC X(10).
001880     05  FILLER            PIC X(01) VALUE SPACE.
001890     05  WL-HORA           PIC X(08).
001900     05  FILLER            PIC X(01) VALUE SPACE.
001910     05  WL-MATRICULA      PIC 9(05).
001920     05  FILLER            PIC X(01) VALUE SPACE.
001930     05  WL-DISCIPLINA     PIC X(03).
001940     05  FILLER            PIC X(01) VALUE SPACE.
001950     05  FILLER            PIC X(04) VALUE "BIM ".
001960     05  WL-BIMESTRE       PIC 9(01).
001970     05  FILLER            PIC X(04) VALUE " DE ".
001980     05  WL-ANT-N1         PIC Z9.9.
001990     05  FILLER            PIC X(01) VALUE SPACE.
002000     05  WL-ANT-N2         PIC Z9.9.
002010     05  FILLER            PIC X(01) VALUE SPACE.
002020     05  WL-ANT-N3         PIC Z9.9.
002030     05  FILLER            PIC X(01) VALUE SPACE.
002040     05  WL-ANT-N4         PIC Z9.9.
002050     05  FILLER            PIC X(03) VALUE " M ".
002060     05  WL-ANT-MEDIA      PIC Z9.9.
002070     05  FILLER            PIC X(06) VALUE " PARA ".
002080     05  WL-NOV-N1         PIC Z9.9.
002090     05  FILLER            PIC X(01) VALUE SPACE.
002100     05  WL-NOV-N2         PIC Z9.9.
002110     05  FILLER            PIC X(01) VALUE SPACE.
002120     05  WL-NOV-N3         PIC Z9.9.
002130     05  FILLER            PIC X(01) VALUE SPACE.
002140     05  WL-NOV-N4         PIC Z9.9.
002150     05  FILLER            PIC X(03) VALUE " M ".
002160     05  WL-NOV-MEDIA      PIC Z9.9.
002170     05  FILLER            PIC X(01) VALUE SPACE.
002180     05  WL-MOTIVO         PIC X(20).
002190*-----------------------------------------------------------------
002200* LINHA GRAVADA NO AUDITLOG: O MARCADOR "RETIFICACAO" NA POSICAO
002210* 22 E O QUE A CONCILIACAO DO PROGRAMA04 RECONHECE PARA NAO
002220* CONFRONTAR ESTA LINHA COM AS CONTAGENS DO HISTBIM.
002230*-----------------------------------------------------------------
002240 01  WS-AUDIT-LINHA.
002250     05  WA-DATA           PIC X(10).
002260     05  FILLER            PIC X(01) VALUE SPACE.
002270     05  WA-HORA           PIC X(08).
002280     05  FILLER            PIC X(02) VALUE SPACE.
002290     05  FILLER            PIC X(21)
002300         VALUE "RETIFICACAO DE NOTAS ".
002310     05  FILLER            PIC X(11) VALUE "ALTERADOS: ".
002320     05  WA-APLICADAS      PIC ZZZZ9.
002330     05  FILLER            PIC X(16)
002340         VALUE " SEM HISTORICO: ".
002350     05  WA-SEM-PAR        PIC ZZZZ9.
002360     05  FILLER            PIC X(06) VALUE " ANO: ".
002370     05  WA-ANO-LETIVO     PIC 9(04).
002380     05  FILLER            PIC X(24) VALUE SPACE.
002390*-----------------------------------------------------------------
002400* DATA E HORA DO SISTEMA, PARA O LOG E O RELATORIO
002410*-----------------------------------------------------------------
002420 01  WS-DATA-AAAAMMDD.
002430     05  WS-DATA-AAAA      PIC 9(04).
002440     05  WS-DATA-MM        PIC 9(02).
002450     05  WS-DATA-DD        PIC 9(02).
002460 01  WS-DATA-FORMATADA     PIC X(10).
002470 01  WS-HORA-HHMMSSCC.
002480     05  WS-HORA-HH        PIC 9(02).
002490     05  WS-HORA-MM        PIC 9(02).
002500     05  WS-HORA-SS        PIC 9(02).
002510     05  WS-HORA-CC        PIC 9(02).
002520 01  WS-HORA-FORMATADA     PIC X(08).
002530*-----------------------------------------------------------------
002540* LINHAS DO RELATORIO DE RETIFICACOES (RELRETIF)
002550*-----------------------------------------------------------------
002560     COPY REL7LINE.
002570*-----------------------------------------------------------------
002580* PEDIDO DE COPIA DE SEGURANCA AO PROGRAMA21
002590*-----------------------------------------------------------------
002600     COPY COPIAPED.
002610 PROCEDURE DIVISION.
002620*-----------------------------------------------------------------
002630 0000-MAINLINE.
002640     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
002650     IF NOT ERRO-RETIF
002660        PERFORM 2000-PROCESSA-HISTORICO THRU
002670            2000-PROCESSA-HISTORICO-EXIT
002680            UNTIL FIM-ARQUIVO
002690        CLOSE HIST-FILE
002700        CLOSE HISTWK-FILE
002710     END-IF.
002720     IF NOT ERRO-RETIF
002730        PERFORM 4000-DEVOLVE-HISTORICO THRU
002740            4000-DEVOLVE-HISTORICO-EXIT
002750     END-IF.
002760     PERFORM 6000-APONTA-SEM-PAR THRU 6000-APONTA-SEM-PAR-EXIT
002770         VARYING WS-RET-IDX FROM 1 BY 1
002780         UNTIL WS-RET-IDX > WS-RET-QTD.
002790     PERFORM 8000-FINALIZA.
002800     STOP RUN.
002810*-----------------------------------------------------------------
002820 1000-INICIALIZA.
002830     DISPLAY "INICIO DO PROGRAMA09".
002840     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
002850     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
002860     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
002870     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
002880     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
002890     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
002900     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
002910     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
002920     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
002930     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
002940     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
002950     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
002960     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
002970     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
002980     PERFORM 1060-CARREGA-RETIFICA THRU
002990         1060-CARREGA-RETIFICA-EXIT.
003000     IF WS-RET-QTD = ZEROS
003010        DISPLAY "NENHUMA RETIFICACAO VALIDA A APLICAR"
003020        MOVE "S" TO WS-ERRO-RETIF
003030        GO TO 1000-INICIALIZA-EXIT
003040     END-IF.
003050     PERFORM 1080-COPIA-SEGURANCA.
003060     IF ERRO-RETIF
003070        GO TO 1000-INICIALIZA-EXIT
003080     END-IF.
003090     OPEN INPUT HIST-FILE.
003100     IF NOT HIST-OK
003110        DISPLAY "HISTBIM NAO ENCONTRADO - STATUS "
003120                WS-HIST-STATUS
003130        MOVE "S" TO WS-ERRO-RETIF
003140        GO TO 1000-INICIALIZA-EXIT
003150     END-IF.
003160     OPEN OUTPUT HISTWK-FILE.
003170     IF NOT HISTWK-OK
003180        DISPLAY "ERRO AO ABRIR HISTWKR - STATUS "
003190                WS-HISTWK-STATUS
003200        MOVE "S" TO WS-ERRO-RETIF
003210        CLOSE HIST-FILE
003220        GO TO 1000-INICIALIZA-EXIT
003230     END-IF.
003240     OPEN EXTEND RETLOG-FILE.
003250     IF NOT RETLOG-OK
003260        OPEN OUTPUT RETLOG-FILE
003270     END-IF.
003280     IF NOT RETLOG-OK
003290        DISPLAY "ERRO AO ABRIR RETLOG - STATUS "
003300                WS-RETLOG-STATUS
003310        MOVE "S" TO WS-ERRO-RETIF
003320        CLOSE HIST-FILE
003330        CLOSE HISTWK-FILE
003340        GO TO 1000-INICIALIZA-EXIT
003350     END-IF.
003360     MOVE "S" TO WS-RETLOG-ABERTO.
003370     OPEN OUTPUT RELRET-FILE.
003380     IF NOT RELRET-OK
003390        DISPLAY "ERRO AO ABRIR RELRETIF - STATUS "
003400                WS-RELRET-STATUS
003410        MOVE "S" TO WS-ERRO-RETIF
003420        GO TO 1000-INICIALIZA-EXIT
003430     END-IF.
003440     MOVE "S" TO WS-RELRET-ABERTO.
003450     MOVE WS-DATA-FORMATADA TO W7C1-DATA.
003460     WRITE RL7-LINHA FROM WS7-CAB-1-LINHA.
003470     WRITE RL7-LINHA FROM WS7-CAB-2-LINHA.
003480 1000-INICIALIZA-EXIT. EXIT.
003490*-----------------------------------------------------------------
003500 1050-LE-PARAMETROS.
003510     OPEN INPUT PARM-FILE.
003520     IF NOT PARM-OK
003530        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO PESOS "
003540                "GERAIS 025/025/025/025 E O ANO "
003550                WS-ANO-LETIVO
003560        GO TO 1050-LE-PARAMETROS-EXIT
003570     END-IF.
003580     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
003590         UNTIL FIM-PARM.
003600     CLOSE PARM-FILE.
003610 1050-LE-PARAMETROS-EXIT. EXIT.
003620*-----------------------------------------------------------------
003630 1055-LE-CARTAO-PARM.
003640     READ PARM-FILE
003650         AT END
003660            MOVE "S" TO WS-FIM-PARM
003670            GO TO 1055-LE-CARTAO-PARM-EXIT
003680     END-READ.
003690     IF PM-PESO-N1 IS NOT NUMERIC
003700        OR PM-PESO-N2 IS NOT NUMERIC
003710        OR PM-PESO-N3 IS NOT NUMERIC
003720        OR PM-PESO-N4 IS NOT NUMERIC
003730        OR PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
003740           NOT = 100
003750        IF PM-DISCIPLINA NOT = SPACES
003760           DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA
003770                   " COM PESOS INVALIDOS - IGNORADO"
003780        END-IF
003790     ELSE
003800        IF PM-DISCIPLINA = SPACES
003810           MOVE PM-PESO-N1 TO WS-PESO-N1
003820           MOVE PM-PESO-N2 TO WS-PESO-N2
003830           MOVE PM-PESO-N3 TO WS-PESO-N3
003840           MOVE PM-PESO-N4 TO WS-PESO-N4
003850        ELSE
003860           IF WS-PRM-QTD < 10
003870              ADD 1 TO WS-PRM-QTD
003880              MOVE PM-DISCIPLINA
003890                  TO WS-PRM-DISCIPLINA (WS-PRM-QTD)
003900              MOVE PM-PESO-N1 TO WS-PRM-PESO-N1 (WS-PRM-QTD)
003910              MOVE PM-PESO-N2 TO WS-PRM-PESO-N2 (WS-PRM-QTD)
003920              MOVE PM-PESO-N3 TO WS-PRM-PESO-N3 (WS-PRM-QTD)
003930              MOVE PM-PESO-N4 TO WS-PRM-PESO-N4 (WS-PRM-QTD)
003940           END-IF
003950        END-IF
003960     END-IF.
003970     IF PM-DISCIPLINA = SPACES
003980        AND PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
003990        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
004000        DISPLAY "RETIFICANDO O ANO LETIVO " WS-ANO-LETIVO
004010     END-IF.
004020 1055-LE-CARTAO-PARM-EXIT. EXIT.
004030*-----------------------------------------------------------------
004040 1060-CARREGA-RETIFICA.
004050     OPEN INPUT RETIF-FILE.
004060     IF NOT RETIF-OK
004070        DISPLAY "RETIFICA NAO ENCONTRADO - STATUS "
004080                WS-RETIF-STATUS
004090        GO TO 1060-CARREGA-RETIFICA-EXIT
004100     END-IF.
004110     PERFORM 1065-LE-RETIFICA THRU 1065-LE-RETIFICA-EXIT
004120         UNTIL FIM-RETIF.
004130     CLOSE RETIF-FILE.
004140     DISPLAY "RETIFICACOES CARREGADAS: " WS-RET-QTD
004150             " REJEITADAS: " WS-TOT-REJEITADAS.
004160 1060-CARREGA-RETIFICA-EXIT. EXIT.
004170*-----------------------------------------------------------------
004180* CRITICA DO CARTAO DE RETIFICACAO: BIMESTRE 1-4, NOTAS
004190* NUMERICAS NA FAIXA 00.0-10.0 E MOTIVO OBRIGATORIO - SEM
004200* MOTIVO NAO HA O QUE ESCREVER NO LOG DE AUDITORIA.
004210*-----------------------------------------------------------------
004220 1065-LE-RETIFICA.
004230     READ RETIF-FILE
004240         AT END
004250            MOVE "S" TO WS-FIM-RETIF
004260            GO TO 1065-LE-RETIFICA-EXIT
004270     END-READ.
004280     IF NOT RETIF-OK
004290        DISPLAY "ERRO NA LEITURA DE RETIFICA - STATUS "
004300                WS-RETIF-STATUS
004310        MOVE "S" TO WS-FIM-RETIF
004320        GO TO 1065-LE-RETIFICA-EXIT
004330     END-IF.
004340     IF RT-MATRICULA IS NOT NUMERIC
004350        OR RT-BIMESTRE IS NOT NUMERIC
004360        OR RT-BIMESTRE < 1 OR RT-BIMESTRE > 4
004370        OR RT-N1 IS NOT NUMERIC OR RT-N1 > 10
004380        OR RT-N2 IS NOT NUMERIC OR RT-N2 > 10
004390        OR RT-N3 IS NOT NUMERIC OR RT-N3 > 10
004400        OR RT-N4 IS NOT NUMERIC OR RT-N4 > 10
004410        ADD 1 TO WS-TOT-REJEITADAS
004420        DISPLAY "RETIFICACAO INVALIDA REJEITADA - MATRICULA "
004430                RT-MATRICULA " DISCIPLINA " RT-DISCIPLINA
004440        GO TO 1065-LE-RETIFICA-EXIT
004450     END-IF.
004460     IF RT-MOTIVO = SPACES
004470        ADD 1 TO WS-TOT-REJEITADAS
004480        DISPLAY "RETIFICACAO SEM MOTIVO REJEITADA - MATRICULA "
004490                RT-MATRICULA " DISCIPLINA " RT-DISCIPLINA
004500        GO TO 1065-LE-RETIFICA-EXIT
004510     END-IF.
004520     IF WS-RET-QTD >= 200
004530        DISPLAY "MAIS DE 200 RETIFICACOES - EXCEDENTE IGNORADO"
004540        MOVE "S" TO WS-FIM-RETIF
004550        GO TO 1065-LE-RETIFICA-EXIT
004560     END-IF.
004570     ADD 1 TO WS-RET-QTD.
004580     MOVE RT-MATRICULA  TO WS-RET-MATRICULA (WS-RET-QTD).
004590     MOVE RT-DISCIPLINA TO WS-RET-DISCIPLINA (WS-RET-QTD).
004600     MOVE RT-BIMESTRE   TO WS-RET-BIMESTRE (WS-RET-QTD).
004610     MOVE RT-N1         TO WS-RET-N1 (WS-RET-QTD).
004620     MOVE RT-N2         TO WS-RET-N2 (WS-RET-QTD).
004630     MOVE RT-N3         TO WS-RET-N3 (WS-RET-QTD).
004640     MOVE RT-N4         TO WS-RET-N4 (WS-RET-QTD).
004650     MOVE RT-MOTIVO     TO WS-RET-MOTIVO (WS-RET-QTD).
004660     MOVE "N"           TO WS-RET-APLICADA (WS-RET-QTD).
004670 1065-LE-RETIFICA-EXIT. EXIT.
004680*-----------------------------------------------------------------
004690* COPIA DE SEGURANCA DO HISTBIM ANTES DE REGRAVA-LO (PROGRAMA21):
004700* UMA RETIFICA ERRADA SE DESFAZ PELA RESTAURACAO DO PROGRAMA22.
004710*-----------------------------------------------------------------
004720 1080-COPIA-SEGURANCA.
004730     MOVE "HISTBIM"     TO CQ-ARQUIVO.
004740     MOVE "PROGRAMA09"  TO CQ-PROGRAMA.
004750     MOVE WS-ANO-LETIVO TO CQ-ANO-LETIVO.
004760     CALL "PROGRAMA21" USING COPIA-PEDIDO.
004770     IF CQ-COPIA-FALHOU
004780        DISPLAY "SEM COPIA DE SEGURANCA DO HISTBIM - "
004790                "RETIFICACAO RECUSADA"
004800        MOVE "S" TO WS-ERRO-RETIF
004810     END-IF.
004820*-----------------------------------------------------------------
004830 2000-PROCESSA-HISTORICO.
004840     READ HIST-FILE
004850         AT END
004860            MOVE "S" TO WS-FIM-ARQUIVO
004870            GO TO 2000-PROCESSA-HISTORICO-EXIT
004880     END-READ.
004890     IF NOT HIST-OK
004900        DISPLAY "ERRO NA LEITURA DE HISTBIM - STATUS "
004910                WS-HIST-STATUS
004920        MOVE "S" TO WS-FIM-ARQUIVO
004930        MOVE "S" TO WS-ERRO-RETIF
004940        GO TO 2000-PROCESSA-HISTORICO-EXIT
004950     END-IF.
004960     IF HR-ANO-LETIVO = WS-ANO-LETIVO
004970        PERFORM 2200-PROCURA-RETIFICA THRU
004980            2200-PROCURA-RETIFICA-EXIT
004990        IF RET-ACHOU
005000           PERFORM 2300-APLICA-RETIFICA THRU
005010               2300-APLICA-RETIFICA-EXIT
005020        END-IF
005030     END-IF.
005040     WRITE HW-REC FROM HIST-REC.
005050 2000-PROCESSA-HISTORICO-EXIT. EXIT.
005060*-----------------------------------------------------------------
005070 2200-PROCURA-RETIFICA.
005080     MOVE "N" TO WS-RET-ACHOU.
005090     MOVE 1 TO WS-RET-IDX.
005100     PERFORM 2250-COMPARA-RETIFICA THRU
005110         2250-COMPARA-RETIFICA-EXIT
005120         UNTIL RET-ACHOU OR WS-RET-IDX > WS-RET-QTD.
005130 2200-PROCURA-RETIFICA-EXIT. EXIT.
005140*-----------------------------------------------------------------
005150 2250-COMPARA-RETIFICA.
005160     IF WS-RET-MATRICULA (WS-RET-IDX) = HR-MATRICULA
005170        AND WS-RET-DISCIPLINA (WS-RET-IDX) = HR-DISCIPLINA
005180        AND WS-RET-BIMESTRE (WS-RET-IDX) = HR-BIMESTRE
005190        MOVE "S" TO WS-RET-ACHOU
005200     ELSE
005210        ADD 1 TO WS-RET-IDX
005220     END-IF.
005230 2250-COMPARA-RETIFICA-EXIT. EXIT.
005240*-----------------------------------------------------------------
005250* SUBSTITUI AS NOTAS DO REGISTRO CORRENTE DO HISTORICO PELAS DA
005260* RETIFICACAO, RECALCULA A MEDIA DO BIMESTRE COM OS PESOS DA
005270* DISCIPLINA E DOCUMENTA A MUDANCA NO LOG E NO RELATORIO.
005280*-----------------------------------------------------------------
005290 2300-APLICA-RETIFICA.
005300     MOVE HR-N1        TO WS-ANT-N1.
005310     MOVE HR-N2        TO WS-ANT-N2.
005320     MOVE HR-N3        TO WS-ANT-N3.
005330     MOVE HR-N4        TO WS-ANT-N4.
005340     MOVE HR-MEDIA-BIM TO WS-ANT-MEDIA.
005350     MOVE WS-RET-N1 (WS-RET-IDX) TO HR-N1.
005360     MOVE WS-RET-N2 (WS-RET-IDX) TO HR-N2.
005370     MOVE WS-RET-N3 (WS-RET-IDX) TO HR-N3.
005380     MOVE WS-RET-N4 (WS-RET-IDX) TO HR-N4.
005390     PERFORM 3100-PROCURA-PARM-DISC THRU
005400         3100-PROCURA-PARM-DISC-EXIT.
005410     COMPUTE WS-NOVA-MEDIA ROUNDED =
005420         ( HR-N1 * WS-PESO-DISC-N1
005430         + HR-N2 * WS-PESO-DISC-N2
005440         + HR-N3 * WS-PESO-DISC-N3
005450         + HR-N4 * WS-PESO-DISC-N4 ) / 100.
005460     MOVE WS-NOVA-MEDIA TO HR-MEDIA-BIM.
005470     MOVE "S" TO WS-RET-APLICADA (WS-RET-IDX).
005480     ADD 1 TO WS-TOT-APLICADAS.
005490     PERFORM 2400-GRAVA-RETLOG.
005500     PERFORM 2500-IMPRIME-DETALHE.
005510     DISPLAY "RETIFICADO: MATRICULA " HR-MATRICULA
005520             " DISCIPLINA " HR-DISCIPLINA
005530             " BIMESTRE " HR-BIMESTRE
005540             " MEDIA " WS-ANT-MEDIA " -> " WS-NOVA-MEDIA.
005550 2300-APLICA-RETIFICA-EXIT. EXIT.
005560*-----------------------------------------------------------------
005570 2400-GRAVA-RETLOG.
005580     MOVE WS-DATA-FORMATADA TO WL-DATA.
005590     MOVE WS-HORA-FORMATADA TO WL-HORA.
005600     MOVE HR-MATRICULA      TO WL-MATRICULA.
005610     MOVE HR-DISCIPLINA     TO WL-DISCIPLINA.
005620     MOVE HR-BIMESTRE       TO WL-BIMESTRE.
005630     MOVE WS-ANT-N1         TO WL-ANT-N1.
005640     MOVE WS-ANT-N2         TO WL-ANT-N2.
005650     MOVE WS-ANT-N3         TO WL-ANT-N3.
005660     MOVE WS-ANT-N4         TO WL-ANT-N4.
005670     MOVE WS-ANT-MEDIA      TO WL-ANT-MEDIA.
005680     MOVE HR-N1             TO WL-NOV-N1.
005690     MOVE HR-N2             TO WL-NOV-N2.
005700     MOVE HR-N3             TO WL-NOV-N3.
005710     MOVE HR-N4             TO WL-NOV-N4.
005720     MOVE HR-MEDIA-BIM      TO WL-NOV-MEDIA.
005730     MOVE WS-RET-MOTIVO (WS-RET-IDX) TO WL-MOTIVO.
005740     WRITE LG-LINHA FROM WS-RETLOG-LINHA.
005750*-----------------------------------------------------------------
005760 2500-IMPRIME-DETALHE.
005770     MOVE HR-MATRICULA  TO W7D-MATRICULA.
005780     MOVE HR-DISCIPLINA TO W7D-DISCIPLINA.
005790     MOVE HR-BIMESTRE   TO W7D-BIMESTRE.
005800     MOVE WS-ANT-N1     TO W7D-ANT-N1.
005810     MOVE WS-ANT-N2     TO W7D-ANT-N2.
005820     MOVE WS-ANT-N3     TO W7D-ANT-N3.
005830     MOVE WS-ANT-N4     TO W7D-ANT-N4.
005840     MOVE WS-ANT-MEDIA  TO W7D-ANT-MEDIA.
005850     MOVE HR-N1         TO W7D-NOV-N1.
005860     MOVE HR-N2         TO W7D-NOV-N2.
005870     MOVE HR-N3         TO W7D-NOV-N3.
005880     MOVE HR-N4         TO W7D-NOV-N4.
005890     MOVE HR-MEDIA-BIM  TO W7D-NOV-MEDIA.
005900     MOVE WS-RET-MOTIVO (WS-RET-IDX) TO W7D-MOTIVO.
005910     WRITE RL7-LINHA FROM WS7-DET-LINHA.
005920*-----------------------------------------------------------------
005930 3100-PROCURA-PARM-DISC.
005940     MOVE WS-PESO-N1 TO WS-PESO-DISC-N1.
005950     MOVE WS-PESO-N2 TO WS-PESO-DISC-N2.
005960     MOVE WS-PESO-N3 TO WS-PESO-DISC-N3.
005970     MOVE WS-PESO-N4 TO WS-PESO-DISC-N4.
005980     MOVE "N" TO WS-PRM-ACHOU.
005990     MOVE 1 TO WS-PRM-IDX.
006000     PERFORM 3150-COMPARA-PARM-DISC THRU
006010         3150-COMPARA-PARM-DISC-EXIT
006020         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
006030     IF PRM-ACHOU
006040        MOVE WS-PRM-PESO-N1 (WS-PRM-IDX) TO WS-PESO-DISC-N1
006050        MOVE WS-PRM-PESO-N2 (WS-PRM-IDX) TO WS-PESO-DISC-N2
006060        MOVE WS-PRM-PESO-N3 (WS-PRM-IDX) TO WS-PESO-DISC-N3
006070        MOVE WS-PRM-PESO-N4 (WS-PRM-IDX) TO WS-PESO-DISC-N4
006080     END-IF.
006090 3100-PROCURA-PARM-DISC-EXIT. EXIT.
006100*-----------------------------------------------------------------
006110 3150-COMPARA-PARM-DISC.
006120     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = HR-DISCIPLINA
006130        MOVE "S" TO WS-PRM-ACHOU
006140     ELSE
006150        ADD 1 TO WS-PRM-IDX
006160     END-IF.
006170 3150-COMPARA-PARM-DISC-EXIT. EXIT.
006180*-----------------------------------------------------------------
006190* DEVOLVE O HISTORICO RETIFICADO DO ARQUIVO DE TRABALHO PARA O
006200* HISTBIM. SO RODA SE A COPIA TERMINOU SEM ERRO - UM ABEND NO
006210* MEIO DA COPIA DEIXA O HISTBIM ORIGINAL INTACTO, COMO NA
006220* VIRADA DE ANO DO PROGRAMA06.
006230*-----------------------------------------------------------------
006240 4000-DEVOLVE-HISTORICO.
006250     OPEN INPUT HISTWK-FILE.
006260     IF NOT HISTWK-OK
006270        DISPLAY "HISTWKR AUSENTE - STATUS " WS-HISTWK-STATUS
006280                " - HISTBIM NAO REGRAVADO"
006290        MOVE "S" TO WS-ERRO-RETIF
006300        GO TO 4000-DEVOLVE-HISTORICO-EXIT
006310     END-IF.
006320     OPEN OUTPUT HIST-FILE.
006330     IF NOT HIST-OK
006340        DISPLAY "ERRO AO REABRIR HISTBIM - STATUS "
006350                WS-HIST-STATUS
006360        MOVE "S" TO WS-ERRO-RETIF
006370        CLOSE HISTWK-FILE
006380        GO TO 4000-DEVOLVE-HISTORICO-EXIT
006390     END-IF.
006400     MOVE "N" TO WS-FIM-ARQUIVO.
006410     PERFORM 4100-DEVOLVE-REGISTRO THRU
006420         4100-DEVOLVE-REGISTRO-EXIT
006430         UNTIL FIM-ARQUIVO.
006440     CLOSE HISTWK-FILE.
006450     CLOSE HIST-FILE.
006460 4000-DEVOLVE-HISTORICO-EXIT. EXIT.
006470*-----------------------------------------------------------------
006480 4100-DEVOLVE-REGISTRO.
006490     READ HISTWK-FILE
006500         AT END
006510            MOVE "S" TO WS-FIM-ARQUIVO
006520            GO TO 4100-DEVOLVE-REGISTRO-EXIT
006530     END-READ.
006540     IF NOT HISTWK-OK
006550        DISPLAY "ERRO NA LEITURA DE HISTWKR - STATUS "
006560                WS-HISTWK-STATUS
006570        MOVE "S" TO WS-FIM-ARQUIVO
006580        MOVE "S" TO WS-ERRO-RETIF
006590        GO TO 4100-DEVOLVE-REGISTRO-EXIT
006600     END-IF.
006610     WRITE HIST-REC FROM HW-REC.
006620 4100-DEVOLVE-REGISTRO-EXIT. EXIT.
006630*-----------------------------------------------------------------
006640 6000-APONTA-SEM-PAR.
006650     IF WS-RET-APLICADA (WS-RET-IDX) = "S"
006660        GO TO 6000-APONTA-SEM-PAR-EXIT
006670     END-IF.
006680     ADD 1 TO WS-TOT-SEM-PAR.
006690     IF RELRET-ABERTO
006700        MOVE WS-RET-MATRICULA (WS-RET-IDX)  TO W7E-MATRICULA
006710        MOVE WS-RET-DISCIPLINA (WS-RET-IDX) TO W7E-DISCIPLINA
006720        MOVE WS-RET-BIMESTRE (WS-RET-IDX)   TO W7E-BIMESTRE
006730        WRITE RL7-LINHA FROM WS7-ERR-LINHA
006740     END-IF.
006750     DISPLAY "RETIFICACAO SEM CORRESPONDENCIA - MATRICULA "
006760             WS-RET-MATRICULA (WS-RET-IDX)
006770             " DISCIPLINA " WS-RET-DISCIPLINA (WS-RET-IDX)
006780             " BIMESTRE " WS-RET-BIMESTRE (WS-RET-IDX).
006790 6000-APONTA-SEM-PAR-EXIT. EXIT.
006800*-----------------------------------------------------------------
006810 8000-FINALIZA.
006820     IF RELRET-ABERTO
006830        MOVE WS-TOT-APLICADAS TO W7T-APLICADAS
006840        MOVE WS-TOT-SEM-PAR   TO W7T-SEM-PAR
006850        WRITE RL7-LINHA FROM WS7-TRL-LINHA
006860        CLOSE RELRET-FILE
006870     END-IF.
006880     IF RETLOG-ABERTO
006890        CLOSE RETLOG-FILE
006900     END-IF.
006910     IF WS-TOT-APLICADAS > ZEROS
006920        PERFORM 8100-GRAVA-AUDITORIA
006930     END-IF.
006940     DISPLAY "RETIFICACOES APLICADAS: " WS-TOT-APLICADAS
006950             " SEM CORRESPONDENCIA: " WS-TOT-SEM-PAR.
006960     IF ERRO-RETIF OR WS-TOT-SEM-PAR > ZEROS
006970        MOVE 8 TO RETURN-CODE
006980        DISPLAY "RETIFICACAO COM PENDENCIAS - RETURN-CODE 8"
006990     END-IF.
007000     DISPLAY "FIM DO PROGRAMA09".
007010*-----------------------------------------------------------------
007020 8100-GRAVA-AUDITORIA.
007030     MOVE WS-DATA-FORMATADA TO WA-DATA.
007040     MOVE WS-HORA-FORMATADA TO WA-HORA.
007050     MOVE WS-TOT-APLICADAS  TO WA-APLICADAS.
007060     MOVE WS-TOT-SEM-PAR    TO WA-SEM-PAR.
007070     MOVE WS-ANO-LETIVO     TO WA-ANO-LETIVO.
007080     OPEN EXTEND AUDIT-FILE.
007090     IF NOT AUDIT-OK
007100        OPEN OUTPUT AUDIT-FILE
007110     END-IF.
007120     IF AUDIT-OK
007130        WRITE AU-LINHA FROM WS-AUDIT-LINHA
007140        CLOSE AUDIT-FILE
007150     ELSE
007160        DISPLAY "ERRO AO GRAVAR AUDITLOG - STATUS "
007170                WS-AUDIT-STATUS
007180     END-IF.
007190*-----------------------------------------------------------------
007200 END PROGRAM PROGRAMA09.
