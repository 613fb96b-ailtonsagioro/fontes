000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    LANCAMENTO E APURACAO DAS NOTAS DA DEPENDENCIA
000070*             (PROGRESSAO PARCIAL). O ALUNO PROMOVIDO COM
000080*             DISCIPLINAS REPROVADAS CURSA CADA UMA DELAS EM
000090*             DEPENDENCIA NO ANO SEGUINTE, FORA DA TURMA
000100*             REGULAR: AS NOTAS VEM NO ARQUIVO NOTASDEP
000110*             (MATRICULA + DISCIPLINA + ANO DE ORIGEM, A CHAVE
000120*             DO CADASTRO DEPENDENCIA, COM N1-N4) E NAO PASSAM
000130*             PELO ALUNOS NEM PELO HISTBIM. CADA REGISTRO E
000140*             CRITICADO (NOTAS DE 00.0 A 10.0, DEPENDENCIA
000150*             CADASTRADA E ABERTA, ANO DE ORIGEM ANTERIOR AO
000160*             ANO LETIVO), AS NOTAS SAO GRAVADAS NA DEPENDENCIA
000170*             E A MEDIA E APURADA COMO NO PROGRAMA01 - PONDERADA
000180*             PELOS PESOS DO CARTAO DA DISCIPLINA NO PARAMETROS
000190*             (OU DO CARTAO GERAL) CONTRA O CORTE DA DISCIPLINA.
000200*             ATINGIDO O CORTE, A DEPENDENCIA FICA CONCLUIDA NO
000210*             ANO LETIVO DO CARTAO GERAL; ABAIXO DELE, SEGUE
000220*             ABERTA E O ALUNO NAO PODE SER PROMOVIDO NA
000230*             APURACAO ANUAL DO PROGRAMA02. IMPRIME O RELNOTDEP
000240*             COM O RESULTADO DE CADA REGISTRO E OS TOTAIS.
000250* TECTONICS.  cobc -x programa15.cbl
000260*
000270* MODIFICATION HISTORY.
000280*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PROGRAMA15.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE ASSIGN TO PARAMETROS
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380     SELECT NOTDEP-FILE ASSIGN TO NOTASDEP
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-NOTDEP-STATUS.
000410     SELECT DEP-FILE ASSIGN TO DEPENDENCIA
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS DP-CHAVE
000450         FILE STATUS IS WS-DEP-STATUS.
000460     SELECT RELNOTDEP-FILE ASSIGN TO RELNOTDEP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RELNOTDEP-STATUS.
000490     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUNCTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PARM-FILE
000550     RECORD CONTAINS 34 CHARACTERS.
000560     COPY PARMREC.
000570 FD  NOTDEP-FILE
000580     RECORD CONTAINS 24 CHARACTERS.
000590     COPY NOTDEPREC.
000600 FD  DEP-FILE
000610     RECORD CONTAINS 63 CHARACTERS.
000620     COPY DEPREC.
000630 FD  RELNOTDEP-FILE
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  RL12-LINHA                PIC X(132).
000660 FD  RUNCTL-FILE
000670     RECORD CONTAINS 36 CHARACTERS.
000680     COPY RUNREC.
000690 WORKING-STORAGE SECTION.
000700*-----------------------------------------------------------------
000710* CHAVES E CONTADORES DE CONTROLE
000720*-----------------------------------------------------------------
000730 77  WS-PARM-STATUS        PIC X(02) VALUE "00".
000740     88  PARM-OK                     VALUE "00".
000750 77  WS-NOTDEP-STATUS      PIC X(02) VALUE "00".
000760     88  NOTDEP-OK                   VALUE "00".
000770 77  WS-DEP-STATUS         PIC X(02) VALUE "00".
000780     88  DEP-OK                      VALUE "00".
000790     88  DEP-SEM-ARQUIVO             VALUE "35".
000800 77  WS-RELNOTDEP-STATUS   PIC X(02) VALUE "00".
000810     88  RELNOTDEP-OK                VALUE "00".
000820 77  WS-FIM-PARM           PIC X(01) VALUE "N".
000830     88  FIM-PARM                    VALUE "S".
000840 77  WS-FIM-ARQUIVO        PIC X(01) VALUE "N".
000850     88  FIM-ARQUIVO                 VALUE "S".
000860 77  WS-ERRO-DEPENDENCIA   PIC X(01) VALUE "N".
000870     88  ERRO-DEPENDENCIA            VALUE "S".
000880 77  WS-ARQUIVOS-ABERTOS   PIC X(01) VALUE "N".
000890     88  ARQUIVOS-ABERTOS            VALUE "S".
000900 77  WS-TOT-LIDOS          PIC 9(05) VALUE ZEROS.
000910 77  WS-TOT-CONCLUIDAS     PIC 9(05) VALUE ZEROS.
000920 77  WS-TOT-ABERTAS        PIC 9(05) VALUE ZEROS.
000930 77  WS-TOT-REJEITADOS     PIC 9(05) VALUE ZEROS.
000940*-----------------------------------------------------------------
000950* ANO LETIVO DO CARTAO GERAL: A DEPENDENCIA CURSADA NESTE ANO E
000960* DE UM ANO DE ORIGEM ANTERIOR, E A CONCLUSAO E CARIMBADA COM ELE.
000970*-----------------------------------------------------------------
000980 77  WS-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
000990*-----------------------------------------------------------------
001000* CORTE E PESOS DO CARTAO GERAL E TABELA DOS CARTOES POR
001010* DISCIPLINA, COMO NO PROGRAMA01. WS-CORTE-DISC E WS-PESO-DISC-*
001020* GUARDAM OS VALORES EM VIGOR PARA A DISCIPLINA DO REGISTRO.
001030*-----------------------------------------------------------------
001040 77  WS-NOTA-CORTE         PIC 9(02)V9(01) VALUE 07.
001050 77  WS-PESO-N1            PIC 9(03)V9(01) VALUE 025.
001060 77  WS-PESO-N2            PIC 9(03)V9(01) VALUE 025.
001070 77  WS-PESO-N3            PIC 9(03)V9(01) VALUE 025.
001080 77  WS-PESO-N4            PIC 9(03)V9(01) VALUE 025.
001090 77  WS-PRM-QTD            PIC 9(02) VALUE ZEROS.
001100 77  WS-PRM-IDX            PIC 9(02) VALUE ZEROS.
001110 77  WS-PRM-ACHOU          PIC X(01) VALUE "N".
001120     88  PRM-ACHOU                   VALUE "S".
001130 77  WS-CORTE-DISC         PIC 9(02)V9(01) VALUE 07.
001140 77  WS-PESO-DISC-N1       PIC 9(03)V9(01) VALUE 025.
001150 77  WS-PESO-DISC-N2       PIC 9(03)V9(01) VALUE 025.
001160 77  WS-PESO-DISC-N3       PIC 9(03)V9(01) VALUE 025.
001170 77  WS-PESO-DISC-N4       PIC 9(03)V9(01) VALUE 025.
001180 01  WS-PARM-TABELA.
001190     05  WS-PRM-ENT OCCURS 10 TIMES.
001200         10  WS-PRM-DISCIPLINA PIC X(03).
001210         10  WS-PRM-CORTE      PIC 9(02)V9(01).
001220         10  WS-PRM-PESO-N1    PIC 9(03)V9(01).
001230         10  WS-PRM-PESO-N2    PIC 9(03)V9(01).
001240         10  WS-PRM-PESO-N3    PIC 9(03)V9(01).
001250         10  WS-PRM-PESO-N4    PIC 9(03)V9(01).
001260*-----------------------------------------------------------------
001270* AREA DE TRABALHO DO REGISTRO CORRENTE
001280*-----------------------------------------------------------------
001290 77  WS-MEDIA-DEP          PIC 9(02)V9(01) VALUE ZEROS.
001300 77  WS-MOTIVO             PIC X(40) VALUE SPACES.
001310 01  WS-NOTA-EDITADA       PIC Z9.9.
001320*-----------------------------------------------------------------
001330* DATA E HORA DO SISTEMA, PARA O LIVRO DE CONTROLE E O RELATORIO
001340*-----------------------------------------------------------------
001350 01  WS-DATA-AAAAMMDD.
001360     05  WS-DATA-AAAA      PIC 9(04).
001370     05  WS-DATA-MM        PIC 9(02).
001380     05  WS-DATA-DD        PIC 9(02).
001390 01  WS-DATA-FORMATADA     PIC X(10).
001400 01  WS-HORA-HHMMSSCC.
001410     05  WS-HORA-HH        PIC 9(02).
001420     05  WS-HORA-MM        PIC 9(02).
001430     05  WS-HORA-SS        PIC 9(02).
001440     05  WS-HORA-CC        PIC 9(02).
001450 01  WS-HORA-FORMATADA     PIC X(08).
001460*-----------------------------------------------------------------
001470* LIVRO DE CONTROLE DE EXECUCAO (RUNCTL): INICIO E FIM SAO
001480* GRAVADOS NO LIVRO. O LANCAMENTO DA DEPENDENCIA NAO DEPENDE DE
001490* OUTRA ETAPA DA CADEIA E PODE SER REPETIDO NO ANO.
001500*-----------------------------------------------------------------
001510 77  WS-RUNCTL-STATUS      PIC X(02) VALUE "00".
001520     88  RUNCTL-OK                   VALUE "00".
001530 77  WS-RUN-EVENTO         PIC X(01) VALUE SPACE.
001540 77  WS-RUN-RC             PIC 9(02) VALUE ZEROS.
001550*-----------------------------------------------------------------
001560* LINHAS DO RELATORIO DA APURACAO DA DEPENDENCIA (RELNOTDEP)
001570*-----------------------------------------------------------------
001580     COPY REL12LINE.
001590 PROCEDURE DIVISION.
001600*-----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 0100-CONTROLA-INICIO.
001630     PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
001640     IF NOT ERRO-DEPENDENCIA
001650        PERFORM 2000-PROCESSA-NOTAS THRU
001660            2000-PROCESSA-NOTAS-EXIT
001670            UNTIL FIM-ARQUIVO
001680     END-IF.
001690     PERFORM 8000-FINALIZA.
001700     PERFORM 0900-REGISTRA-FIM.
001710     STOP RUN.
001720*-----------------------------------------------------------------
001730* PARTIDA: DATA E HORA, PARAMETROS E O REGISTRO "I" DE INICIO NO
001740* LIVRO DE CONTROLE.
001750*-----------------------------------------------------------------
001760 0100-CONTROLA-INICIO.
001770     DISPLAY "INICIO DO PROGRAMA15".
001780     ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD.
001790     MOVE WS-DATA-DD   TO WS-DATA-FORMATADA (1:2).
001800     MOVE "/"          TO WS-DATA-FORMATADA (3:1).
001810     MOVE WS-DATA-MM   TO WS-DATA-FORMATADA (4:2).
001820     MOVE "/"          TO WS-DATA-FORMATADA (6:1).
001830     MOVE WS-DATA-AAAA TO WS-DATA-FORMATADA (7:4).
001840     ACCEPT WS-HORA-HHMMSSCC FROM TIME.
001850     MOVE WS-HORA-HH   TO WS-HORA-FORMATADA (1:2).
001860     MOVE ":"          TO WS-HORA-FORMATADA (3:1).
001870     MOVE WS-HORA-MM   TO WS-HORA-FORMATADA (4:2).
001880     MOVE ":"          TO WS-HORA-FORMATADA (6:1).
001890     MOVE WS-HORA-SS   TO WS-HORA-FORMATADA (7:2).
001900     MOVE WS-DATA-AAAA TO WS-ANO-LETIVO.
001910     PERFORM 1050-LE-PARAMETROS THRU 1050-LE-PARAMETROS-EXIT.
001920     MOVE "I" TO WS-RUN-EVENTO.
001930     MOVE ZEROS TO WS-RUN-RC.
001940     PERFORM 0950-GRAVA-RUNCTL.
001950*-----------------------------------------------------------------
001960 0900-REGISTRA-FIM.
001970     MOVE "F" TO WS-RUN-EVENTO.
001980     MOVE RETURN-CODE TO WS-RUN-RC.
001990     PERFORM 0950-GRAVA-RUNCTL.
002000*-----------------------------------------------------------------
002010 0950-GRAVA-RUNCTL.
002020     MOVE "PROGRAMA15"      TO RN-PROGRAMA.
002030     MOVE WS-ANO-LETIVO     TO RN-ANO-LETIVO.
002040     MOVE ZEROS             TO RN-BIMESTRE.
002050     MOVE WS-DATA-FORMATADA TO RN-DATA.
002060     MOVE WS-HORA-FORMATADA TO RN-HORA.
002070     MOVE WS-RUN-EVENTO     TO RN-EVENTO.
002080     MOVE WS-RUN-RC         TO RN-RETCODE.
002090     OPEN EXTEND RUNCTL-FILE.
002100     IF NOT RUNCTL-OK
002110        OPEN OUTPUT RUNCTL-FILE
002120     END-IF.
002130     IF RUNCTL-OK
002140        WRITE RUN-REC
002150        CLOSE RUNCTL-FILE
002160     ELSE
002170        DISPLAY "ERRO AO GRAVAR RUNCTL - STATUS "
002180                WS-RUNCTL-STATUS
002190     END-IF.
002200*-----------------------------------------------------------------
002210* ABRE AS NOTAS DA DEPENDENCIA, O CADASTRO DEPENDENCIA PARA
002220* ATUALIZACAO E O RELATORIO. SEM O CADASTRO NAO HA O QUE APURAR:
002230* ELE E CRIADO PELA APURACAO ANUAL DO PROGRAMA02.
002240*-----------------------------------------------------------------
002250 1000-INICIALIZA.
002260     OPEN INPUT NOTDEP-FILE.
002270     IF NOT NOTDEP-OK
002280        DISPLAY "NOTASDEP NAO ENCONTRADO - STATUS "
002290                WS-NOTDEP-STATUS " - NADA A APURAR"
002300        MOVE "S" TO WS-ERRO-DEPENDENCIA
002310        GO TO 1000-INICIALIZA-EXIT
002320     END-IF.
002330     OPEN I-O DEP-FILE.
002340     IF NOT DEP-OK
002350        IF DEP-SEM-ARQUIVO
002360           DISPLAY "DEPENDENCIA NAO ENCONTRADO - RODE A"
002370                   " APURACAO ANUAL (PROGRAMA02) ANTES"
002380        ELSE
002390           DISPLAY "ERRO AO ABRIR DEPENDENCIA - STATUS "
002400                   WS-DEP-STATUS
002410        END-IF
002420        MOVE "S" TO WS-ERRO-DEPENDENCIA
002430        CLOSE NOTDEP-FILE
002440        GO TO 1000-INICIALIZA-EXIT
002450     END-IF.
002460     OPEN OUTPUT RELNOTDEP-FILE.
002470     IF NOT RELNOTDEP-OK
002480        DISPLAY "ERRO AO ABRIR RELNOTDEP - STATUS "
002490                WS-RELNOTDEP-STATUS
002500        MOVE "S" TO WS-ERRO-DEPENDENCIA
002510        CLOSE NOTDEP-FILE
002520        CLOSE DEP-FILE
002530        GO TO 1000-INICIALIZA-EXIT
002540     END-IF.
002550     MOVE "S" TO WS-ARQUIVOS-ABERTOS.
002560     MOVE WS-ANO-LETIVO     TO W12C1-ANO.
002570     MOVE WS-DATA-FORMATADA TO W12C1-DATA.
002580     WRITE RL12-LINHA FROM WS12-CAB-1-LINHA
002590         AFTER ADVANCING 1 LINE.
002600     WRITE RL12-LINHA FROM WS12-CAB-2-LINHA
002610         AFTER ADVANCING 2 LINES.
002620 1000-INICIALIZA-EXIT. EXIT.
002630*-----------------------------------------------------------------
002640 1050-LE-PARAMETROS.
002650     OPEN INPUT PARM-FILE.
002660     IF NOT PARM-OK
002670        DISPLAY "PARAMETROS NAO ENCONTRADO - USANDO CORTE "
002680                WS-NOTA-CORTE " E MEDIA SIMPLES"
002690        GO TO 1050-LE-PARAMETROS-EXIT
002700     END-IF.
002710     PERFORM 1055-LE-CARTAO-PARM THRU 1055-LE-CARTAO-PARM-EXIT
002720         UNTIL FIM-PARM.
002730     CLOSE PARM-FILE.
002740     DISPLAY "CARTOES DE DISCIPLINA CARREGADOS: " WS-PRM-QTD.
002750 1050-LE-PARAMETROS-EXIT. EXIT.
002760*-----------------------------------------------------------------
002770 1055-LE-CARTAO-PARM.
002780     READ PARM-FILE
002790         AT END
002800            MOVE "S" TO WS-FIM-PARM
002810            GO TO 1055-LE-CARTAO-PARM-EXIT
002820     END-READ.
002830     IF PM-DISCIPLINA = SPACES
002840        PERFORM 1056-TRATA-CARTAO-GERAL THRU
002850            1056-TRATA-CARTAO-GERAL-EXIT
002860     ELSE
002870        PERFORM 1057-TRATA-CARTAO-DISC THRU
002880            1057-TRATA-CARTAO-DISC-EXIT
002890     END-IF.
002900 1055-LE-CARTAO-PARM-EXIT. EXIT.
002910*-----------------------------------------------------------------
002920 1056-TRATA-CARTAO-GERAL.
002930     IF PM-NOTA-CORTE IS NUMERIC
002940        MOVE PM-NOTA-CORTE TO WS-NOTA-CORTE
002950     END-IF.
002960     IF PM-PESO-N1 IS NUMERIC AND PM-PESO-N2 IS NUMERIC
002970        AND PM-PESO-N3 IS NUMERIC AND PM-PESO-N4 IS NUMERIC
002980        AND PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
002990            = 100
003000        MOVE PM-PESO-N1 TO WS-PESO-N1
003010        MOVE PM-PESO-N2 TO WS-PESO-N2
003020        MOVE PM-PESO-N3 TO WS-PESO-N3
003030        MOVE PM-PESO-N4 TO WS-PESO-N4
003040     END-IF.
003050     IF PM-ANO-LETIVO IS NUMERIC AND PM-ANO-LETIVO > ZEROS
003060        MOVE PM-ANO-LETIVO TO WS-ANO-LETIVO
003070     END-IF.
003080     DISPLAY "ANO LETIVO DA DEPENDENCIA: " WS-ANO-LETIVO
003090             " - CORTE GERAL " WS-NOTA-CORTE.
003100 1056-TRATA-CARTAO-GERAL-EXIT. EXIT.
003110*-----------------------------------------------------------------
003120 1057-TRATA-CARTAO-DISC.
003130     IF PM-NOTA-CORTE IS NOT NUMERIC
003140        OR PM-PESO-N1 IS NOT NUMERIC
003150        OR PM-PESO-N2 IS NOT NUMERIC
003160        OR PM-PESO-N3 IS NOT NUMERIC
003170        OR PM-PESO-N4 IS NOT NUMERIC
003180        OR PM-PESO-N1 + PM-PESO-N2 + PM-PESO-N3 + PM-PESO-N4
003190           NOT = 100
003200        DISPLAY "CARTAO DA DISCIPLINA " PM-DISCIPLINA
003210                " INVALIDO - IGNORADO"
003220        GO TO 1057-TRATA-CARTAO-DISC-EXIT
003230     END-IF.
003240     IF WS-PRM-QTD >= 10
003250        DISPLAY "MAIS DE 10 CARTOES DE DISCIPLINA - CARTAO "
003260                PM-DISCIPLINA " IGNORADO"
003270        GO TO 1057-TRATA-CARTAO-DISC-EXIT
003280     END-IF.
003290     ADD 1 TO WS-PRM-QTD.
003300     MOVE PM-DISCIPLINA TO WS-PRM-DISCIPLINA (WS-PRM-QTD).
003310     MOVE PM-NOTA-CORTE TO WS-PRM-CORTE (WS-PRM-QTD).
003320     MOVE PM-PESO-N1    TO WS-PRM-PESO-N1 (WS-PRM-QTD).
003330     MOVE PM-PESO-N2    TO WS-PRM-PESO-N2 (WS-PRM-QTD).
003340     MOVE PM-PESO-N3    TO WS-PRM-PESO-N3 (WS-PRM-QTD).
003350     MOVE PM-PESO-N4    TO WS-PRM-PESO-N4 (WS-PRM-QTD).
003360 1057-TRATA-CARTAO-DISC-EXIT. EXIT.
003370*-----------------------------------------------------------------
003380* UM REGISTRO DO NOTASDEP: CRITICA, LOCALIZA A DEPENDENCIA PELA
003390* CHAVE, GRAVA AS NOTAS E APURA A MEDIA CONTRA O CORTE.
003400*-----------------------------------------------------------------
003410 2000-PROCESSA-NOTAS.
003420     READ NOTDEP-FILE
003430         AT END
003440            MOVE "S" TO WS-FIM-ARQUIVO
003450            GO TO 2000-PROCESSA-NOTAS-EXIT
003460     END-READ.
003470     IF NOT NOTDEP-OK
003480        DISPLAY "ERRO NA LEITURA DE NOTASDEP - STATUS "
003490                WS-NOTDEP-STATUS
003500        MOVE "S" TO WS-FIM-ARQUIVO
003510        MOVE "S" TO WS-ERRO-DEPENDENCIA
003520        GO TO 2000-PROCESSA-NOTAS-EXIT
003530     END-IF.
003540     ADD 1 TO WS-TOT-LIDOS.
003550     MOVE SPACES TO DP-NOME-ALUNO.
003560     PERFORM 2100-CRITICA-REGISTRO THRU
003570         2100-CRITICA-REGISTRO-EXIT.
003580     IF WS-MOTIVO NOT = SPACES
003590        ADD 1 TO WS-TOT-REJEITADOS
003600        PERFORM 2400-IMPRIME-REJEITADO
003610        GO TO 2000-PROCESSA-NOTAS-EXIT
003620     END-IF.
003630     PERFORM 2200-APURA-DEPENDENCIA THRU
003640         2200-APURA-DEPENDENCIA-EXIT.
003650 2000-PROCESSA-NOTAS-EXIT. EXIT.
003660*-----------------------------------------------------------------
003670* CRITICA: CHAVE NUMERICA, NOTAS DE 00.0 A 10.0, ANO DE ORIGEM
003680* ANTERIOR AO ANO LETIVO, DEPENDENCIA CADASTRADA E ABERTA. A
003690* REPROVACAO DE ALUNO RETIDO ("R") NAO E DEPENDENCIA: O ALUNO
003700* REFAZ A SERIE E A DISCIPLINA VOLTA NO ALUNOS DA TURMA.
003710*-----------------------------------------------------------------
003720 2100-CRITICA-REGISTRO.
003730     MOVE SPACES TO WS-MOTIVO.
003740     IF ND-MATRICULA IS NOT NUMERIC
003750        OR ND-ANO-ORIGEM IS NOT NUMERIC
003760        MOVE "MATRICULA OU ANO DE ORIGEM NAO NUMERICO"
003770            TO WS-MOTIVO
003780        GO TO 2100-CRITICA-REGISTRO-EXIT
003790     END-IF.
003800     IF ND-N1 IS NOT NUMERIC OR ND-N2 IS NOT NUMERIC
003810        OR ND-N3 IS NOT NUMERIC OR ND-N4 IS NOT NUMERIC
003820        OR ND-N1 > 10 OR ND-N2 > 10
003830        OR ND-N3 > 10 OR ND-N4 > 10
003840        MOVE "NOTA INVALIDA - FORA DE 00.0 A 10.0"
003850            TO WS-MOTIVO
003860        GO TO 2100-CRITICA-REGISTRO-EXIT
003870     END-IF.
003880     IF ND-ANO-ORIGEM NOT < WS-ANO-LETIVO
003890        MOVE "ANO DE ORIGEM NAO ANTERIOR AO ANO LETIVO"
003900            TO WS-MOTIVO
003910        GO TO 2100-CRITICA-REGISTRO-EXIT
003920     END-IF.
003930     MOVE ND-MATRICULA  TO DP-MATRICULA.
003940     MOVE ND-DISCIPLINA TO DP-DISCIPLINA.
003950     MOVE ND-ANO-ORIGEM TO DP-ANO-ORIGEM.
003960     READ DEP-FILE
003970         INVALID KEY
003980            MOVE SPACES TO DP-NOME-ALUNO
003990            MOVE "DEPENDENCIA NAO CADASTRADA" TO WS-MOTIVO
004000            GO TO 2100-CRITICA-REGISTRO-EXIT
004010     END-READ.
004020     IF DP-RETIDA
004030        MOVE "REPROVACAO DE ALUNO RETIDO - NAO E DEPENDENCIA"
004040            TO WS-MOTIVO
004050        GO TO 2100-CRITICA-REGISTRO-EXIT
004060     END-IF.
004070     IF DP-CONCLUIDA
004080        MOVE "DEPENDENCIA JA CONCLUIDA" TO WS-MOTIVO
004090        GO TO 2100-CRITICA-REGISTRO-EXIT
004100     END-IF.
004110 2100-CRITICA-REGISTRO-EXIT. EXIT.
004120*-----------------------------------------------------------------
004130* GRAVA AS NOTAS NA DEPENDENCIA E APURA A MEDIA PONDERADA PELOS
004140* PESOS DA DISCIPLINA (FORMULA DO PROGRAMA01). NO CORTE OU ACIMA
004150* A DEPENDENCIA FICA CONCLUIDA NO ANO LETIVO; ABAIXO, SEGUE
004160* ABERTA COM AS NOTAS LANCADAS.
004170*-----------------------------------------------------------------
004180 2200-APURA-DEPENDENCIA.
004190     PERFORM 3100-PROCURA-PARM-DISC THRU
004200         3100-PROCURA-PARM-DISC-EXIT.
004210     COMPUTE WS-MEDIA-DEP ROUNDED = ( ND-N1 * WS-PESO-DISC-N1
004220                     + ND-N2 * WS-PESO-DISC-N2
004230                     + ND-N3 * WS-PESO-DISC-N3
004240                     + ND-N4 * WS-PESO-DISC-N4 ) / 100.
004250     MOVE ND-N1        TO DP-N1.
004260     MOVE ND-N2        TO DP-N2.
004270     MOVE ND-N3        TO DP-N3.
004280     MOVE ND-N4        TO DP-N4.
004290     MOVE WS-MEDIA-DEP TO DP-MEDIA-DEP.
004300     IF WS-MEDIA-DEP >= WS-CORTE-DISC
004310        MOVE "C"           TO DP-SITUACAO
004320        MOVE WS-ANO-LETIVO TO DP-ANO-CONCLUSAO
004330        MOVE "CONCLUIDA"   TO W12D-RESULTADO
004340     ELSE
004350        MOVE ZEROS         TO DP-ANO-CONCLUSAO
004360        MOVE "EM ABERTO - MEDIA ABAIXO DO CORTE"
004370            TO W12D-RESULTADO
004380     END-IF.
004390     REWRITE DEP-REC
004400         INVALID KEY
004410            DISPLAY "ERRO AO REGRAVAR DEPENDENCIA - STATUS "
004420                    WS-DEP-STATUS " MATRICULA " DP-MATRICULA
004430            MOVE "S" TO WS-ERRO-DEPENDENCIA
004440            MOVE "ERRO AO REGRAVAR A DEPENDENCIA"
004450                TO W12D-RESULTADO
004460     END-REWRITE.
004470     IF NOT DEP-OK
004480        ADD 1 TO WS-TOT-REJEITADOS
004490     ELSE
004500        IF DP-CONCLUIDA
004510           ADD 1 TO WS-TOT-CONCLUIDAS
004520        ELSE
004530           ADD 1 TO WS-TOT-ABERTAS
004540        END-IF
004550     END-IF.
004560     PERFORM 2300-MONTA-DETALHE.
004570     MOVE WS-MEDIA-DEP  TO WS-NOTA-EDITADA.
004580     MOVE WS-NOTA-EDITADA TO W12D-MEDIA.
004590     MOVE WS-CORTE-DISC TO WS-NOTA-EDITADA.
004600     MOVE WS-NOTA-EDITADA TO W12D-CORTE.
004610     WRITE RL12-LINHA FROM WS12-DET-LINHA
004620         AFTER ADVANCING 1 LINE.
004630 2200-APURA-DEPENDENCIA-EXIT. EXIT.
004640*-----------------------------------------------------------------
004650* CAMPOS DE IDENTIFICACAO E NOTAS DA LINHA DE DETALHE; NOTA NAO
004660* NUMERICA SAI COMO VEIO NO REGISTRO.
004670*-----------------------------------------------------------------
004680 2300-MONTA-DETALHE.
004690     MOVE ND-MATRICULA  TO W12D-MATRICULA.
004700     MOVE DP-NOME-ALUNO TO W12D-NOME-ALUNO.
004710     MOVE ND-DISCIPLINA TO W12D-DISCIPLINA.
004720     MOVE ND-ANO-ORIGEM TO W12D-ANO-ORIGEM.
004730     IF ND-N1 IS NUMERIC
004740        MOVE ND-N1 TO WS-NOTA-EDITADA
004750        MOVE WS-NOTA-EDITADA TO W12D-N1
004760     ELSE
004770        MOVE NOTDEP-REC (13:3) TO W12D-N1
004780     END-IF.
004790     IF ND-N2 IS NUMERIC
004800        MOVE ND-N2 TO WS-NOTA-EDITADA
004810        MOVE WS-NOTA-EDITADA TO W12D-N2
004820     ELSE
004830        MOVE NOTDEP-REC (16:3) TO W12D-N2
004840     END-IF.
004850     IF ND-N3 IS NUMERIC
004860        MOVE ND-N3 TO WS-NOTA-EDITADA
004870        MOVE WS-NOTA-EDITADA TO W12D-N3
004880     ELSE
004890        MOVE NOTDEP-REC (19:3) TO W12D-N3
004900     END-IF.
004910     IF ND-N4 IS NUMERIC
004920        MOVE ND-N4 TO WS-NOTA-EDITADA
004930        MOVE WS-NOTA-EDITADA TO W12D-N4
004940     ELSE
004950        MOVE NOTDEP-REC (22:3) TO W12D-N4
004960     END-IF.
004970*-----------------------------------------------------------------
004980 2400-IMPRIME-REJEITADO.
004990     PERFORM 2300-MONTA-DETALHE.
005000     MOVE " -  "    TO W12D-MEDIA W12D-CORTE.
005010     MOVE WS-MOTIVO TO W12D-RESULTADO.
005020     WRITE RL12-LINHA FROM WS12-DET-LINHA
005030         AFTER ADVANCING 1 LINE.
005040     DISPLAY "REJEITADO - MATRICULA " ND-MATRICULA
005050             " DISCIPLINA " ND-DISCIPLINA " ANO "
005060             ND-ANO-ORIGEM ": " WS-MOTIVO.
005070*-----------------------------------------------------------------
005080* CORTE E PESOS DA DISCIPLINA: CARTAO PROPRIO NO PARAMETROS OU,
005090* SEM ELE, OS DO CARTAO GERAL.
005100*-----------------------------------------------------------------
005110 3100-PROCURA-PARM-DISC.
005120     MOVE WS-NOTA-CORTE TO WS-CORTE-DISC.
005130     MOVE WS-PESO-N1    TO WS-PESO-DISC-N1.
005140     MOVE WS-PESO-N2    TO WS-PESO-DISC-N2.
005150     MOVE WS-PESO-N3    TO WS-PESO-DISC-N3.
005160     MOVE WS-PESO-N4    TO WS-PESO-DISC-N4.
005170     MOVE "N" TO WS-PRM-ACHOU.
005180     MOVE 1 TO WS-PRM-IDX.
005190     PERFORM 3150-COMPARA-PARM-DISC THRU
005200         3150-COMPARA-PARM-DISC-EXIT
005210         UNTIL PRM-ACHOU OR WS-PRM-IDX > WS-PRM-QTD.
005220     IF PRM-ACHOU
005230        MOVE WS-PRM-CORTE (WS-PRM-IDX)   TO WS-CORTE-DISC
005240        MOVE WS-PRM-PESO-N1 (WS-PRM-IDX) TO WS-PESO-DISC-N1
005250        MOVE WS-PRM-PESO-N2 (WS-PRM-IDX) TO WS-PESO-DISC-N2
005260        MOVE WS-PRM-PESO-N3 (WS-PRM-IDX) TO WS-PESO-DISC-N3
005270        MOVE WS-PRM-PESO-N4 (WS-PRM-IDX) TO WS-PESO-DISC-N4
005280     END-IF.
005290 3100-PROCURA-PARM-DISC-EXIT. EXIT.
005300*-----------------------------------------------------------------
005310 3150-COMPARA-PARM-DISC.
005320     IF WS-PRM-DISCIPLINA (WS-PRM-IDX) = ND-DISCIPLINA
005330        MOVE "S" TO WS-PRM-ACHOU
005340     ELSE
005350        ADD 1 TO WS-PRM-IDX
005360     END-IF.
005370 3150-COMPARA-PARM-DISC-EXIT. EXIT.
005380*-----------------------------------------------------------------
005390 8000-FINALIZA.
005400     IF ARQUIVOS-ABERTOS
005410        MOVE WS-TOT-LIDOS      TO W12T-LIDOS
005420        MOVE WS-TOT-CONCLUIDAS TO W12T-CONCLUIDAS
005430        MOVE WS-TOT-ABERTAS    TO W12T-ABERTAS
005440        MOVE WS-TOT-REJEITADOS TO W12T-REJEITADOS
005450        WRITE RL12-LINHA FROM WS12-TRL-LINHA
005460            AFTER ADVANCING 2 LINES
005470        CLOSE NOTDEP-FILE
005480        CLOSE DEP-FILE
005490        CLOSE RELNOTDEP-FILE
005500     END-IF.
005510     DISPLAY "NOTAS DE DEPENDENCIA LIDAS: " WS-TOT-LIDOS
005520             " CONCLUIDAS: " WS-TOT-CONCLUIDAS
005530             " EM ABERTO: " WS-TOT-ABERTAS
005540             " REJEITADAS: " WS-TOT-REJEITADOS.
005550     IF ERRO-DEPENDENCIA OR WS-TOT-REJEITADOS > ZEROS
005560        MOVE 8 TO RETURN-CODE
005570        DISPLAY "DEPENDENCIA COM PENDENCIAS - RETURN-CODE 8"
005580     END-IF.
005590     DISPLAY "FIM DO PROGRAMA15".
005600*-----------------------------------------------------------------
005610 END PROGRAM PROGRAMA15.
