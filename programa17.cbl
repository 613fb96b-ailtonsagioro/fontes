000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    MANUTENCAO DE TELA DO QUADRO DE LOTACAO DE
000070*             PROFESSORES (LOTACAO): INCLUI/ALTERA/EXCLUI, POR
000080*             ESCOLA + TURMA + DISCIPLINA, O PROFESSOR QUE
000090*             LECIONA A DISCIPLINA NA TURMA. CRITICA CAMPO A
000100*             CAMPO (ESCOLA NUMERICA E CADASTRADA NO ESCOLAS,
000110*             TURMA, DISCIPLINA E PROFESSOR PRESENTES), NO
000120*             MESMO ESTILO DA MANUTENCAO DO PROGRAMA07. GRAVA
000130*             NO LUGAR (WRITE/REWRITE/DELETE) O ARQUIVO
000140*             INDEXADO LIDO PELA CONFERENCIA DE LANCAMENTOS DO
000150*             PROGRAMA18.
000160* TECTONICS.  cobc -x programa17.cbl
000170*
000180* MODIFICATION HISTORY.
000190*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PROGRAMA17.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT LOT-FILE ASSIGN TO LOTACAO
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS LT-CHAVE
000300         FILE STATUS IS WS-LOT-STATUS.
000310     SELECT ESC-FILE ASSIGN TO ESCOLAS
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ESCOLAS-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  LOT-FILE
000370     RECORD CONTAINS 40 CHARACTERS.
000380     COPY LOTREC.
000390 FD  ESC-FILE
000400     RECORD CONTAINS 32 CHARACTERS.
000410     COPY ESCREC.
000420 WORKING-STORAGE SECTION.
000430*-----------------------------------------------------------------
000440* CHAVES E CONTADORES DE CONTROLE
000450*-----------------------------------------------------------------
000460 77  WS-LOT-STATUS         PIC X(02) VALUE "00".
000470     88  LOT-OK                      VALUE "00".
000480     88  LOT-NAO-ACHADO              VALUE "23".
000490     88  LOT-SEM-ARQUIVO             VALUE "35".
000500 77  WS-ESCOLAS-STATUS     PIC X(02) VALUE "00".
000510     88  ESCOLAS-OK                  VALUE "00".
000520 77  WS-FIM-ESCOLAS        PIC X(01) VALUE "N".
000530     88  FIM-ESCOLAS                 VALUE "S".
000540 77  WS-FIM-MENU           PIC X(01) VALUE "N".
000550     88  FIM-MENU                    VALUE "S".
000560 77  WS-OPCAO              PIC X(01) VALUE SPACE.
000570 77  WS-MENSAGEM           PIC X(60) VALUE SPACES.
000580 77  WS-ENTRADA-VALIDA     PIC X(01) VALUE "N".
000590     88  ENTRADA-VALIDA              VALUE "S".
000600 77  WS-ENTRADA-CANCELADA  PIC X(01) VALUE "N".
000610     88  ENTRADA-CANCELADA           VALUE "S".
000620*-----------------------------------------------------------------
000630* MANUTENCAO DO LOTACAO NO LUGAR (INDEXADO, ABERTO EM I-O):
000640* WS-LOT-ACHOU GUARDA O RESULTADO DA LEITURA POR CHAVE E
000650* WS-CHAVE-ANTIGA A CHAVE ORIGINAL DE UMA ALTERACAO QUE TROCA A
000660* ESCOLA, A TURMA OU A DISCIPLINA (EXCLUI A ANTIGA E GRAVA A
000670* NOVA).
000680*-----------------------------------------------------------------
000690 77  WS-LOT-ACHOU          PIC X(01) VALUE "N".
000700     88  LOT-ACHOU                   VALUE "S".
000710 01  WS-CHAVE-ANTIGA       PIC X(15) VALUE SPACES.
000720*-----------------------------------------------------------------
000730* ESCOLAS DA REDE (ARQUIVO ESCOLAS), PARA A CRITICA DO CODIGO DA
000740* ESCOLA. SEM O ARQUIVO, A CRITICA SE LIMITA A ESCOLA NUMERICA.
000750*-----------------------------------------------------------------
000760 77  WS-ESCOLA-ATUAL       PIC 9(02) VALUE ZEROS.
000770 77  WS-ESCT-QTD           PIC 9(02) VALUE ZEROS.
000780 77  WS-ESCT-IDX           PIC 9(02) VALUE ZEROS.
000790 77  WS-ESCT-ACHOU         PIC X(01) VALUE "N".
000800     88  ESCT-ACHOU                  VALUE "S".
000810 01  WS-ESCOLAS-TABELA.
000820     05  WS-ESCT-ENT OCCURS 10 TIMES.
000830         10  WS-ESCT-CODIGO    PIC 9(02).
000840         10  WS-ESCT-NOME      PIC X(30).
000850*-----------------------------------------------------------------
000860* AREA DE EDICAO DA LOTACAO - MESMAS POSICOES DO LOTREC, COM A
000870* ESCOLA COMO TEXTO PARA CRITICAR ANTES DE ACEITAR.
000880*-----------------------------------------------------------------
000890 01  WS-LOT-ED.
000900     05  ED-ESCOLA         PIC X(02).
000910     05  ED-TURMA          PIC X(10).
000920     05  ED-DISCIPLINA     PIC X(03).
000930     05  ED-PROFESSOR      PIC X(25).
000940*-----------------------------------------------------------------
000950* CHAVE PEDIDA NAS OPCOES DE ALTERACAO/EXCLUSAO
000960*-----------------------------------------------------------------
000970 01  WS-CHAVE-ED.
000980     05  CH-ESCOLA         PIC X(02).
000990     05  CH-TURMA          PIC X(10).
001000     05  CH-DISCIPLINA     PIC X(03).
001010 SCREEN SECTION.
001020 01  TELA-MENU.
001030     05  BLANK SCREEN.
001040     05  LINE 02 COL 10
001050         VALUE "LOTACAO DE PROFESSORES - PROGRAMA17".
001060     05  LINE 04 COL 10 VALUE "1 - INCLUIR LOTACAO".
001070     05  LINE 05 COL 10 VALUE "2 - ALTERAR LOTACAO".
001080     05  LINE 06 COL 10 VALUE "3 - EXCLUIR LOTACAO".
001090     05  LINE 07 COL 10 VALUE "0 - SAIR".
001100     05  LINE 08 COL 10
001110         VALUE "(ALTERACOES SAO GRAVADAS NO ATO)".
001120     05  LINE 10 COL 10 VALUE "OPCAO: ".
001130     05  LINE 10 COL 18 PIC X(01) USING WS-OPCAO.
001140     05  LINE 12 COL 10 PIC X(60) FROM WS-MENSAGEM.
001150 01  TELA-LOTACAO.
001160     05  BLANK SCREEN.
001170     05  LINE 02 COL 10 VALUE "DADOS DA LOTACAO".
001180     05  LINE 04 COL 10 VALUE "ESCOLA (NN)..: ".
001190     05  LINE 04 COL 25 PIC X(02) USING ED-ESCOLA.
001200     05  LINE 05 COL 10 VALUE "TURMA........: ".
001210     05  LINE 05 COL 25 PIC X(10) USING ED-TURMA.
001220     05  LINE 06 COL 10 VALUE "DISCIPLINA...: ".
001230     05  LINE 06 COL 25 PIC X(03) USING ED-DISCIPLINA.
001240     05  LINE 07 COL 10 VALUE "PROFESSOR....: ".
001250     05  LINE 07 COL 25 PIC X(25) USING ED-PROFESSOR.
001260     05  LINE 09 COL 10
001270         VALUE "ESCOLA EM BRANCOS CANCELA A OPERACAO".
001280     05  LINE 11 COL 10 PIC X(60) FROM WS-MENSAGEM.
001290 01  TELA-CHAVE.
001300     05  BLANK SCREEN.
001310     05  LINE 02 COL 10 VALUE "CHAVE DA LOTACAO".
001320     05  LINE 04 COL 10 VALUE "ESCOLA (NN)..: ".
001330     05  LINE 04 COL 25 PIC X(02) USING CH-ESCOLA.
001340     05  LINE 05 COL 10 VALUE "TURMA........: ".
001350     05  LINE 05 COL 25 PIC X(10) USING CH-TURMA.
001360     05  LINE 06 COL 10 VALUE "DISCIPLINA...: ".
001370     05  LINE 06 COL 25 PIC X(03) USING CH-DISCIPLINA.
001380     05  LINE 08 COL 10
001390         VALUE "ESCOLA EM BRANCOS CANCELA A OPERACAO".
001400     05  LINE 10 COL 10 PIC X(60) FROM WS-MENSAGEM.
001410 PROCEDURE DIVISION.
001420*-----------------------------------------------------------------
001430 0000-MAINLINE.
001440     PERFORM 1000-INICIALIZA.
001450     PERFORM 2000-MENU THRU 2000-MENU-EXIT
001460         UNTIL FIM-MENU.
001470     PERFORM 8000-ENCERRA.
001480     DISPLAY "FIM DO PROGRAMA17".
001490     STOP RUN.
001500*-----------------------------------------------------------------
001510 1000-INICIALIZA.
001520     PERFORM 1075-CARREGA-ESCOLAS THRU
001530         1075-CARREGA-ESCOLAS-EXIT.
001540     PERFORM 1100-ABRE-LOTACAO THRU 1100-ABRE-LOTACAO-EXIT.
001550*-----------------------------------------------------------------
001560 1075-CARREGA-ESCOLAS.
001570     OPEN INPUT ESC-FILE.
001580     IF NOT ESCOLAS-OK
001590        DISPLAY "ESCOLAS NAO ENCONTRADO - STATUS "
001600                WS-ESCOLAS-STATUS " - ESCOLA SEM CRITICA"
001610                " DE CADASTRO"
001620        GO TO 1075-CARREGA-ESCOLAS-EXIT
001630     END-IF.
001640     PERFORM 1076-LE-ESCOLA THRU 1076-LE-ESCOLA-EXIT
001650         UNTIL FIM-ESCOLAS.
001660     CLOSE ESC-FILE.
001670 1075-CARREGA-ESCOLAS-EXIT. EXIT.
001680*-----------------------------------------------------------------
001690 1076-LE-ESCOLA.
001700     READ ESC-FILE
001710         AT END
001720            MOVE "S" TO WS-FIM-ESCOLAS
001730            GO TO 1076-LE-ESCOLA-EXIT
001740     END-READ.
001750     IF WS-ESCT-QTD >= 10
001760        DISPLAY "MAIS DE 10 ESCOLAS - EXCEDENTE IGNORADO"
001770        MOVE "S" TO WS-FIM-ESCOLAS
001780        GO TO 1076-LE-ESCOLA-EXIT
001790     END-IF.
001800     ADD 1 TO WS-ESCT-QTD.
001810     MOVE ES-CODIGO TO WS-ESCT-CODIGO (WS-ESCT-QTD).
001820     MOVE ES-NOME   TO WS-ESCT-NOME (WS-ESCT-QTD).
001830 1076-LE-ESCOLA-EXIT. EXIT.
001840*-----------------------------------------------------------------
001850* ABRE O LOTACAO EM I-O PARA A MANUTENCAO NO LUGAR; SE O ARQUIVO
001860* AINDA NAO EXISTE, CRIA VAZIO E REABRE.
001870*-----------------------------------------------------------------
001880 1100-ABRE-LOTACAO.
001890     OPEN I-O LOT-FILE.
001900     IF LOT-SEM-ARQUIVO
001910        DISPLAY "LOTACAO NAO ENCONTRADO - CRIANDO VAZIO"
001920        OPEN OUTPUT LOT-FILE
001930        CLOSE LOT-FILE
001940        OPEN I-O LOT-FILE
001950     END-IF.
001960     IF NOT LOT-OK
001970        DISPLAY "ERRO AO ABRIR LOTACAO - STATUS "
001980                WS-LOT-STATUS
001990        MOVE "S" TO WS-FIM-MENU
002000     END-IF.
002010 1100-ABRE-LOTACAO-EXIT. EXIT.
002020*-----------------------------------------------------------------
002030 2000-MENU.
002040     MOVE SPACE TO WS-OPCAO.
002050     ACCEPT TELA-MENU.
002060     MOVE SPACES TO WS-MENSAGEM.
002070     EVALUATE WS-OPCAO
002080        WHEN "1"
002090           PERFORM 3000-INCLUI-LOTACAO THRU
002100               3000-INCLUI-LOTACAO-EXIT
002110        WHEN "2"
002120           PERFORM 3100-ALTERA-LOTACAO THRU
002130               3100-ALTERA-LOTACAO-EXIT
002140        WHEN "3"
002150           PERFORM 3200-EXCLUI-LOTACAO THRU
002160               3200-EXCLUI-LOTACAO-EXIT
002170        WHEN "0"
002180           MOVE "S" TO WS-FIM-MENU
002190        WHEN OTHER
002200           MOVE "OPCAO INVALIDA" TO WS-MENSAGEM
002210     END-EVALUATE.
002220 2000-MENU-EXIT. EXIT.
002230*-----------------------------------------------------------------
002240 3000-INCLUI-LOTACAO.
002250     MOVE SPACES TO WS-LOT-ED.
002260     PERFORM 3300-ACEITA-LOTACAO THRU 3300-ACEITA-LOTACAO-EXIT.
002270     IF ENTRADA-CANCELADA
002280        MOVE "INCLUSAO CANCELADA" TO WS-MENSAGEM
002290        GO TO 3000-INCLUI-LOTACAO-EXIT
002300     END-IF.
002310     MOVE ED-ESCOLA     TO CH-ESCOLA.
002320     MOVE ED-TURMA      TO CH-TURMA.
002330     MOVE ED-DISCIPLINA TO CH-DISCIPLINA.
002340     PERFORM 3600-PROCURA-LOTACAO THRU
002350         3600-PROCURA-LOTACAO-EXIT.
002360     IF LOT-ACHOU
002370        MOVE "TURMA/DISCIPLINA JA LOTADA - USE ALTERAR"
002380            TO WS-MENSAGEM
002390        GO TO 3000-INCLUI-LOTACAO-EXIT
002400     END-IF.
002410     PERFORM 3690-MOVE-ED-PARA-REG.
002420     WRITE LOT-REC
002430         INVALID KEY
002440            MOVE "ERRO AO INCLUIR - CHAVE JA EXISTE"
002450                TO WS-MENSAGEM
002460            GO TO 3000-INCLUI-LOTACAO-EXIT
002470     END-WRITE.
002480     MOVE "LOTACAO INCLUIDA" TO WS-MENSAGEM.
002490 3000-INCLUI-LOTACAO-EXIT. EXIT.
002500*-----------------------------------------------------------------
002510 3100-ALTERA-LOTACAO.
002520     PERFORM 3400-ACEITA-CHAVE THRU 3400-ACEITA-CHAVE-EXIT.
002530     IF ENTRADA-CANCELADA
002540        MOVE "ALTERACAO CANCELADA" TO WS-MENSAGEM
002550        GO TO 3100-ALTERA-LOTACAO-EXIT
002560     END-IF.
002570     PERFORM 3600-PROCURA-LOTACAO THRU
002580         3600-PROCURA-LOTACAO-EXIT.
002590     IF NOT LOT-ACHOU
002600        MOVE "LOTACAO NAO ENCONTRADA" TO WS-MENSAGEM
002610        GO TO 3100-ALTERA-LOTACAO-EXIT
002620     END-IF.
002630     MOVE LT-CHAVE TO WS-CHAVE-ANTIGA.
002640     PERFORM 3680-MOVE-REG-PARA-ED.
002650     PERFORM 3300-ACEITA-LOTACAO THRU 3300-ACEITA-LOTACAO-EXIT.
002660     IF ENTRADA-CANCELADA
002670        MOVE "ALTERACAO CANCELADA" TO WS-MENSAGEM
002680        GO TO 3100-ALTERA-LOTACAO-EXIT
002690     END-IF.
002700*    CHAVE TROCADA NA TELA? A NOVA CHAVE NAO PODE COLIDIR COM
002710*    OUTRA LOTACAO - A MESMA CRITICA QUE A INCLUSAO FAZ. A
002720*    TROCA E FEITA EXCLUINDO A CHAVE ANTIGA E GRAVANDO A NOVA.
002730     IF WS-LOT-ED (1:15) NOT = WS-CHAVE-ANTIGA
002740        MOVE ED-ESCOLA     TO CH-ESCOLA
002750        MOVE ED-TURMA      TO CH-TURMA
002760        MOVE ED-DISCIPLINA TO CH-DISCIPLINA
002770        PERFORM 3600-PROCURA-LOTACAO THRU
002780            3600-PROCURA-LOTACAO-EXIT
002790        IF LOT-ACHOU
002800           MOVE "NOVA CHAVE JA EXISTE - NADA ALTERADO"
002810               TO WS-MENSAGEM
002820           GO TO 3100-ALTERA-LOTACAO-EXIT
002830        END-IF
002840        MOVE WS-CHAVE-ANTIGA TO LT-CHAVE
002850        DELETE LOT-FILE RECORD
002860           INVALID KEY
002870              MOVE "ERRO AO TROCAR A CHAVE - NADA ALTERADO"
002880                  TO WS-MENSAGEM
002890              GO TO 3100-ALTERA-LOTACAO-EXIT
002900        END-DELETE
002910        PERFORM 3690-MOVE-ED-PARA-REG
002920        WRITE LOT-REC
002930           INVALID KEY
002940              MOVE "ERRO AO GRAVAR A NOVA CHAVE"
002950                  TO WS-MENSAGEM
002960              GO TO 3100-ALTERA-LOTACAO-EXIT
002970        END-WRITE
002980     ELSE
002990        PERFORM 3690-MOVE-ED-PARA-REG
003000        REWRITE LOT-REC
003010           INVALID KEY
003020              MOVE "ERRO AO REGRAVAR A LOTACAO" TO WS-MENSAGEM
003030              GO TO 3100-ALTERA-LOTACAO-EXIT
003040        END-REWRITE
003050     END-IF.
003060     MOVE "LOTACAO ALTERADA" TO WS-MENSAGEM.
003070 3100-ALTERA-LOTACAO-EXIT. EXIT.
003080*-----------------------------------------------------------------
003090 3200-EXCLUI-LOTACAO.
003100     PERFORM 3400-ACEITA-CHAVE THRU 3400-ACEITA-CHAVE-EXIT.
003110     IF ENTRADA-CANCELADA
003120        MOVE "EXCLUSAO CANCELADA" TO WS-MENSAGEM
003130        GO TO 3200-EXCLUI-LOTACAO-EXIT
003140     END-IF.
003150     PERFORM 3600-PROCURA-LOTACAO THRU
003160         3600-PROCURA-LOTACAO-EXIT.
003170     IF NOT LOT-ACHOU
003180        MOVE "LOTACAO NAO ENCONTRADA" TO WS-MENSAGEM
003190        GO TO 3200-EXCLUI-LOTACAO-EXIT
003200     END-IF.
003210     DELETE LOT-FILE RECORD
003220         INVALID KEY
003230            MOVE "ERRO AO EXCLUIR A LOTACAO" TO WS-MENSAGEM
003240            GO TO 3200-EXCLUI-LOTACAO-EXIT
003250     END-DELETE.
003260     MOVE "LOTACAO EXCLUIDA" TO WS-MENSAGEM.
003270 3200-EXCLUI-LOTACAO-EXIT. EXIT.
003280*-----------------------------------------------------------------
003290* ACEITA A TELA DA LOTACAO E REPETE ATE A CRITICA PASSAR OU A
003300* SECRETARIA CANCELAR (ESCOLA EM BRANCOS).
003310*-----------------------------------------------------------------
003320 3300-ACEITA-LOTACAO.
003330     MOVE "N" TO WS-ENTRADA-VALIDA.
003340     MOVE "N" TO WS-ENTRADA-CANCELADA.
003350     PERFORM 3350-ACEITA-E-CRITICA THRU
003360         3350-ACEITA-E-CRITICA-EXIT
003370         UNTIL ENTRADA-VALIDA OR ENTRADA-CANCELADA.
003380 3300-ACEITA-LOTACAO-EXIT. EXIT.
003390*-----------------------------------------------------------------
003400 3350-ACEITA-E-CRITICA.
003410     ACCEPT TELA-LOTACAO.
003420     MOVE SPACES TO WS-MENSAGEM.
003430     IF ED-ESCOLA = SPACES
003440        MOVE "S" TO WS-ENTRADA-CANCELADA
003450        GO TO 3350-ACEITA-E-CRITICA-EXIT
003460     END-IF.
003470     PERFORM 3500-VALIDA-LOTACAO THRU 3500-VALIDA-LOTACAO-EXIT.
003480     IF WS-MENSAGEM = SPACES
003490        MOVE "S" TO WS-ENTRADA-VALIDA
003500     END-IF.
003510 3350-ACEITA-E-CRITICA-EXIT. EXIT.
003520*-----------------------------------------------------------------
003530 3400-ACEITA-CHAVE.
003540     MOVE "N" TO WS-ENTRADA-CANCELADA.
003550     MOVE SPACES TO WS-CHAVE-ED.
003560     ACCEPT TELA-CHAVE.
003570     MOVE SPACES TO WS-MENSAGEM.
003580     IF CH-ESCOLA = SPACES
003590        MOVE "S" TO WS-ENTRADA-CANCELADA
003600     END-IF.
003610 3400-ACEITA-CHAVE-EXIT. EXIT.
003620*-----------------------------------------------------------------
003630* CRITICA CAMPO A CAMPO DA LOTACAO: ESCOLA NUMERICA, MAIOR QUE
003640* ZERO E CADASTRADA NO ESCOLAS (QUANDO O ARQUIVO FOI LIDO),
003650* TURMA, DISCIPLINA E PROFESSOR PRESENTES. A PRIMEIRA FALHA
003660* PREENCHE A MENSAGEM E VOLTA PARA A TELA.
003670*-----------------------------------------------------------------
003680 3500-VALIDA-LOTACAO.
003690     IF ED-ESCOLA IS NOT NUMERIC OR ED-ESCOLA = "00"
003700        MOVE "ESCOLA DEVE SER NUMERICA E MAIOR QUE ZERO"
003710            TO WS-MENSAGEM
003720        GO TO 3500-VALIDA-LOTACAO-EXIT
003730     END-IF.
003740     IF WS-ESCT-QTD > ZEROS
003750        MOVE ED-ESCOLA TO WS-ESCOLA-ATUAL
003760        PERFORM 9100-PROCURA-ESCOLA THRU
003770            9100-PROCURA-ESCOLA-EXIT
003780        IF NOT ESCT-ACHOU
003790           MOVE "ESCOLA NAO CADASTRADA NO ESCOLAS"
003800               TO WS-MENSAGEM
003810           GO TO 3500-VALIDA-LOTACAO-EXIT
003820        END-IF
003830     END-IF.
003840     IF ED-TURMA = SPACES
003850        MOVE "TURMA E OBRIGATORIA" TO WS-MENSAGEM
003860        GO TO 3500-VALIDA-LOTACAO-EXIT
003870     END-IF.
003880     IF ED-DISCIPLINA = SPACES
003890        MOVE "DISCIPLINA E OBRIGATORIA" TO WS-MENSAGEM
003900        GO TO 3500-VALIDA-LOTACAO-EXIT
003910     END-IF.
003920     IF ED-PROFESSOR = SPACES
003930        MOVE "NOME DO PROFESSOR E OBRIGATORIO" TO WS-MENSAGEM
003940     END-IF.
003950 3500-VALIDA-LOTACAO-EXIT. EXIT.
003960*-----------------------------------------------------------------
003970 3600-PROCURA-LOTACAO.
003980     MOVE "N" TO WS-LOT-ACHOU.
003990     MOVE WS-CHAVE-ED TO LT-CHAVE.
004000     READ LOT-FILE
004010         INVALID KEY
004020            CONTINUE
004030         NOT INVALID KEY
004040            MOVE "S" TO WS-LOT-ACHOU
004050     END-READ.
004060     IF NOT LOT-ACHOU AND NOT LOT-NAO-ACHADO
004070        DISPLAY "ERRO NA LEITURA DE LOTACAO - STATUS "
004080                WS-LOT-STATUS
004090     END-IF.
004100 3600-PROCURA-LOTACAO-EXIT. EXIT.
004110*-----------------------------------------------------------------
004120* MOVIMENTACAO ENTRE O REGISTRO DO ARQUIVO E A AREA DE EDICAO
004130* DA TELA, CAMPO A CAMPO.
004140*-----------------------------------------------------------------
004150 3680-MOVE-REG-PARA-ED.
004160     MOVE LT-ESCOLA     TO ED-ESCOLA.
004170     MOVE LT-TURMA      TO ED-TURMA.
004180     MOVE LT-DISCIPLINA TO ED-DISCIPLINA.
004190     MOVE LT-PROFESSOR  TO ED-PROFESSOR.
004200*-----------------------------------------------------------------
004210 3690-MOVE-ED-PARA-REG.
004220     MOVE ED-ESCOLA     TO LT-ESCOLA.
004230     MOVE ED-TURMA      TO LT-TURMA.
004240     MOVE ED-DISCIPLINA TO LT-DISCIPLINA.
004250     MOVE ED-PROFESSOR  TO LT-PROFESSOR.
004260*-----------------------------------------------------------------
004270 8000-ENCERRA.
004280     CLOSE LOT-FILE.
004290     IF NOT LOT-OK
004300        DISPLAY "ERRO AO FECHAR LOTACAO - STATUS "
004310                WS-LOT-STATUS
004320     END-IF.
004330*-----------------------------------------------------------------
004340 9100-PROCURA-ESCOLA.
004350     MOVE "N" TO WS-ESCT-ACHOU.
004360     MOVE 1 TO WS-ESCT-IDX.
004370     PERFORM 9150-COMPARA-ESCOLA THRU 9150-COMPARA-ESCOLA-EXIT
004380         UNTIL ESCT-ACHOU OR WS-ESCT-IDX > WS-ESCT-QTD.
004390 9100-PROCURA-ESCOLA-EXIT. EXIT.
004400*-----------------------------------------------------------------
004410 9150-COMPARA-ESCOLA.
004420     IF WS-ESCT-CODIGO (WS-ESCT-IDX) = WS-ESCOLA-ATUAL
004430        MOVE "S" TO WS-ESCT-ACHOU
004440     ELSE
004450        ADD 1 TO WS-ESCT-IDX
004460     END-IF.
004470 9150-COMPARA-ESCOLA-EXIT. EXIT.
004480*-----------------------------------------------------------------
004490 END PROGRAM PROGRAMA17.
