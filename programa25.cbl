000010******************************************************************
000020* AUTHOR.     J. A. SANTOS - FOLHA ESCOLAR / SISTEMAS ACADEMICOS
000030* INSTALLATION. ESCOLA - CPD
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    MANUTENCAO DE TELA DO CADASTRO DE RESPONSAVEIS
000070*             PELOS ALUNOS (RESPONSAVEIS): INCLUI/ALTERA/EXCLUI,
000080*             POR MATRICULA DO CADASTRO MESTRE, O NOME DO
000090*             RESPONSAVEL, O PARENTESCO, O ENDERECO, O
000100*             TELEFONE, O E-MAIL E O CANAL PREFERIDO PARA AS
000110*             CONVOCACOES. ATE AQUI A SECRETARIA PROCURAVA O
000120*             TELEFONE DA FAMILIA NAS FICHAS DE PAPEL. CRITICA
000130*             CAMPO A CAMPO NO MESMO ESTILO DA MANUTENCAO DO
000140*             PROGRAMA17 (MATRICULA NUMERICA E PRESENTE NO
000150*             CADASTRO, PARENTESCO E CANAL DA TABELA, CANAL
000160*             COERENTE COM O CONTATO INFORMADO) E GRAVA NO
000170*             LUGAR (WRITE/REWRITE/DELETE) O ARQUIVO INDEXADO
000180*             LIDO PELA EMISSAO DAS CONVOCACOES DO PROGRAMA26.
000190* TECTONICS.  cobc -x programa25.cbl
000200*
000210* MODIFICATION HISTORY.
000220*   2026-10-15 JAS  PROGRAMA ORIGINAL.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PROGRAMA25.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RESP-FILE ASSIGN TO RESPONSAVEIS
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS RS-MATRICULA
000330         FILE STATUS IS WS-RESP-STATUS.
000340     SELECT CAD-FILE ASSIGN TO CADASTRO
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CD-MATRICULA
000380         FILE STATUS IS WS-CAD-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RESP-FILE
000420     RECORD CONTAINS 156 CHARACTERS.
000430     COPY RESPREC.
000440 FD  CAD-FILE
000450     RECORD CONTAINS 32 CHARACTERS.
000460     COPY CADREC.
000470 WORKING-STORAGE SECTION.
000480*-----------------------------------------------------------------
000490* CHAVES E CONTADORES DE CONTROLE
000500*-----------------------------------------------------------------
000510 77  WS-RESP-STATUS        PIC X(02) VALUE "00".
000520     88  RESP-OK                     VALUE "00".
000530     88  RESP-NAO-ACHADO             VALUE "23".
000540     88  RESP-SEM-ARQUIVO            VALUE "35".
000550 77  WS-CAD-STATUS         PIC X(02) VALUE "00".
000560     88  CAD-OK                      VALUE "00".
000570     88  CAD-NAO-ACHADO              VALUE "23".
000580 77  WS-FIM-MENU           PIC X(01) VALUE "N".
000590     88  FIM-MENU                    VALUE "S".
000600 77  WS-OPCAO              PIC X(01) VALUE SPACE.
000610 77  WS-MENSAGEM           PIC X(60) VALUE SPACES.
000620 77  WS-ENTRADA-VALIDA     PIC X(01) VALUE "N".
000630     88  ENTRADA-VALIDA              VALUE "S".
000640 77  WS-ENTRADA-CANCELADA  PIC X(01) VALUE "N".
000650     88  ENTRADA-CANCELADA           VALUE "S".
000660*-----------------------------------------------------------------
000670* MANUTENCAO DO RESPONSAVEIS NO LUGAR (INDEXADO, ABERTO EM I-O):
000680* WS-RESP-ACHOU GUARDA O RESULTADO DA LEITURA POR CHAVE. A CHAVE
000690* E A MATRICULA DO ALUNO, QUE NAO SE TROCA NA ALTERACAO
000700* (WS-MATR-ANTIGA) - RESPONSAVEL DE OUTRO ALUNO SE INCLUI.
000710*-----------------------------------------------------------------
000720 77  WS-RESP-ACHOU         PIC X(01) VALUE "N".
000730     88  RESP-ACHOU                  VALUE "S".
000740 77  WS-MODO-ALTERACAO     PIC X(01) VALUE "N".
000750     88  MODO-ALTERACAO              VALUE "S".
000760 77  WS-MATR-ANTIGA        PIC X(05) VALUE SPACES.
000770*-----------------------------------------------------------------
000780* ALUNO DO CADASTRO MESTRE, MOSTRADO NA TELA AO LADO DA
000790* MATRICULA DEPOIS DA CRITICA.
000800*-----------------------------------------------------------------
000810 77  WS-ALUNO-TELA         PIC X(30) VALUE SPACES.
000820 77  WS-QTD-ARROBA         PIC 9(02) VALUE ZEROS.
000830*-----------------------------------------------------------------
000840* AREA DE EDICAO DO RESPONSAVEL - MESMAS POSICOES DO RESPREC,
000850* COM A MATRICULA COMO TEXTO PARA CRITICAR ANTES DE ACEITAR.
000860*-----------------------------------------------------------------
000870 01  WS-RESP-ED.
000880     05  ED-MATRICULA      PIC X(05).
000890     05  ED-NOME           PIC X(30).
000900     05  ED-PARENTESCO     PIC X(01).
000910     05  ED-ENDERECO       PIC X(40).
000920     05  ED-BAIRRO         PIC X(20).
000930     05  ED-CEP            PIC X(08).
000940     05  ED-TELEFONE       PIC X(11).
000950     05  ED-EMAIL          PIC X(40).
000960     05  ED-CANAL          PIC X(01).
000970*-----------------------------------------------------------------
000980* CHAVE PEDIDA NAS OPCOES DE ALTERACAO/EXCLUSAO
000990*-----------------------------------------------------------------
001000 01  WS-CHAVE-ED.
001010     05  CH-MATRICULA      PIC X(05).
001020 SCREEN SECTION.
001030 01  TELA-MENU.
001040     05  BLANK SCREEN.
001050     05  LINE 02 COL 10
001060         VALUE "RESPONSAVEIS PELOS ALUNOS - PROGRAMA25".
001070     05  LINE 04 COL 10 VALUE "1 - INCLUIR RESPONSAVEL".
001080     05  LINE 05 COL 10 VALUE "2 - ALTERAR RESPONSAVEL".
001090     05  LINE 06 COL 10 VALUE "3 - EXCLUIR RESPONSAVEL".
001100     05  LINE 07 COL 10 VALUE "0 - SAIR".
001110     05  LINE 08 COL 10
001120         VALUE "(ALTERACOES SAO GRAVADAS NO ATO)".
001130     05  LINE 10 COL 10 VALUE "OPCAO: ".
001140     05  LINE 10 COL 18 PIC X(01) USING WS-OPCAO.
001150     05  LINE 12 COL 10 PIC X(60) FROM WS-MENSAGEM.
001160 01  TELA-RESPONSAVEL.
001170     05  BLANK SCREEN.
001180     05  LINE 02 COL 10 VALUE "DADOS DO RESPONSAVEL".
001190     05  LINE 04 COL 10 VALUE "MATRICULA....: ".
001200     05  LINE 04 COL 25 PIC X(05) USING ED-MATRICULA.
001210     05  LINE 04 COL 32 PIC X(30) FROM WS-ALUNO-TELA.
001220     05  LINE 05 COL 10 VALUE "RESPONSAVEL..: ".
001230     05  LINE 05 COL 25 PIC X(30) USING ED-NOME.
001240     05  LINE 06 COL 10 VALUE "PARENTESCO...: ".
001250     05  LINE 06 COL 25 PIC X(01) USING ED-PARENTESCO.
001260     05  LINE 06 COL 28
001270         VALUE "(M-MAE P-PAI A-AVO T-TUTOR O-OUTRO)".
001280     05  LINE 07 COL 10 VALUE "ENDERECO.....: ".
001290     05  LINE 07 COL 25 PIC X(40) USING ED-ENDERECO.
001300     05  LINE 08 COL 10 VALUE "BAIRRO.......: ".
001310     05  LINE 08 COL 25 PIC X(20) USING ED-BAIRRO.
001320     05  LINE 09 COL 10 VALUE "CEP..........: ".
001330     05  LINE 09 COL 25 PIC X(08) USING ED-CEP.
001340     05  LINE 10 COL 10 VALUE "TELEFONE.....: ".
001350     05  LINE 10 COL 25 PIC X(11) USING ED-TELEFONE.
001360     05  LINE 10 COL 38 VALUE "(DDD + NUMERO)".
001370     05  LINE 11 COL 10 VALUE "E-MAIL.......: ".
001380     05  LINE 11 COL 25 PIC X(40) USING ED-EMAIL.
001390     05  LINE 12 COL 10 VALUE "CANAL........: ".
001400     05  LINE 12 COL 25 PIC X(01) USING ED-CANAL.
001410     05  LINE 12 COL 28
001420         VALUE "(C-CARTA S-SMS E-E-MAIL)".
001430     05  LINE 14 COL 10
001440         VALUE "MATRICULA EM BRANCOS CANCELA A OPERACAO".
001450     05  LINE 16 COL 10 PIC X(60) FROM WS-MENSAGEM.
001460 01  TELA-CHAVE.
001470     05  BLANK SCREEN.
001480     05  LINE 02 COL 10 VALUE "CHAVE DO RESPONSAVEL".
001490     05  LINE 04 COL 10 VALUE "MATRICULA....: ".
001500     05  LINE 04 COL 25 PIC X(05) USING CH-MATRICULA.
001510     05  LINE 06 COL 10
001520         VALUE "MATRICULA EM BRANCOS CANCELA A OPERACAO".
001530     05  LINE 08 COL 10 PIC X(60) FROM WS-MENSAGEM.
001540 PROCEDURE DIVISION.
001550*-----------------------------------------------------------------
001560 0000-MAINLINE.
001570     PERFORM 1000-INICIALIZA.
001580     PERFORM 2000-MENU THRU 2000-MENU-EXIT
001590         UNTIL FIM-MENU.
001600     PERFORM 8000-ENCERRA.
001610     DISPLAY "FIM DO PROGRAMA25".
001620     STOP RUN.
001630*-----------------------------------------------------------------
001640 1000-INICIALIZA.
001650     PERFORM 1050-ABRE-CADASTRO THRU 1050-ABRE-CADASTRO-EXIT.
001660     PERFORM 1100-ABRE-RESPONSAVEIS THRU
001670         1100-ABRE-RESPONSAVEIS-EXIT.
001680*-----------------------------------------------------------------
001690* O CADASTRO MESTRE E OBRIGATORIO: RESPONSAVEL SO SE AMARRA A
001700* MATRICULA QUE EXISTE NELE.
001710*-----------------------------------------------------------------
001720 1050-ABRE-CADASTRO.
001730     OPEN INPUT CAD-FILE.
001740     IF NOT CAD-OK
001750        DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
001760        DISPLAY "SEM CADASTRO NAO HA COMO CRITICAR A MATRICULA"
001770        MOVE "S" TO WS-FIM-MENU
001780     END-IF.
001790 1050-ABRE-CADASTRO-EXIT. EXIT.
001800*-----------------------------------------------------------------
001810* ABRE O RESPONSAVEIS EM I-O PARA A MANUTENCAO NO LUGAR; SE O
001820* ARQUIVO AINDA NAO EXISTE, CRIA VAZIO E REABRE.
001830*-----------------------------------------------------------------
001840 1100-ABRE-RESPONSAVEIS.
001850     IF FIM-MENU
001860        GO TO 1100-ABRE-RESPONSAVEIS-EXIT
001870     END-IF.
001880     OPEN I-O RESP-FILE.
001890     IF RESP-SEM-ARQUIVO
001900        DISPLAY "RESPONSAVEIS NAO ENCONTRADO - CRIANDO VAZIO"
001910        OPEN OUTPUT RESP-FILE
001920        CLOSE RESP-FILE
001930        OPEN I-O RESP-FILE
001940     END-IF.
001950     IF NOT RESP-OK
001960        DISPLAY "ERRO AO ABRIR RESPONSAVEIS - STATUS "
001970                WS-RESP-STATUS
001980        MOVE "S" TO WS-FIM-MENU
001990     END-IF.
002000 1100-ABRE-RESPONSAVEIS-EXIT. EXIT.
002010*-----------------------------------------------------------------
002020 2000-MENU.
002030     MOVE SPACE TO WS-OPCAO.
002040     ACCEPT TELA-MENU.
002050     MOVE SPACES TO WS-MENSAGEM.
002060     EVALUATE WS-OPCAO
002070        WHEN "1"
002080           PERFORM 3000-INCLUI-RESPONSAVEL THRU
002090               3000-INCLUI-RESPONSAVEL-EXIT
002100        WHEN "2"
002110           PERFORM 3100-ALTERA-RESPONSAVEL THRU
002120               3100-ALTERA-RESPONSAVEL-EXIT
002130        WHEN "3"
002140           PERFORM 3200-EXCLUI-RESPONSAVEL THRU
002150               3200-EXCLUI-RESPONSAVEL-EXIT
002160        WHEN "0"
002170           MOVE "S" TO WS-FIM-MENU
002180        WHEN OTHER
002190           MOVE "OPCAO INVALIDA" TO WS-MENSAGEM
002200     END-EVALUATE.
002210 2000-MENU-EXIT. EXIT.
002220*-----------------------------------------------------------------
002230 3000-INCLUI-RESPONSAVEL.
002240     MOVE "N" TO WS-MODO-ALTERACAO.
002250     MOVE SPACES TO WS-RESP-ED.
002260     MOVE SPACES TO WS-ALUNO-TELA.
002270     PERFORM 3300-ACEITA-RESPONSAVEL THRU
002280         3300-ACEITA-RESPONSAVEL-EXIT.
002290     IF ENTRADA-CANCELADA
002300        MOVE "INCLUSAO CANCELADA" TO WS-MENSAGEM
002310        GO TO 3000-INCLUI-RESPONSAVEL-EXIT
002320     END-IF.
002330     MOVE ED-MATRICULA TO CH-MATRICULA.
002340     PERFORM 3600-PROCURA-RESPONSAVEL THRU
002350         3600-PROCURA-RESPONSAVEL-EXIT.
002360     IF RESP-ACHOU
002370        MOVE "ALUNO JA TEM RESPONSAVEL - USE ALTERAR"
002380            TO WS-MENSAGEM
002390        GO TO 3000-INCLUI-RESPONSAVEL-EXIT
002400     END-IF.
002410     PERFORM 3690-MOVE-ED-PARA-REG.
002420     WRITE RESP-REC
002430         INVALID KEY
002440            MOVE "ERRO AO INCLUIR - CHAVE JA EXISTE"
002450                TO WS-MENSAGEM
002460            GO TO 3000-INCLUI-RESPONSAVEL-EXIT
002470     END-WRITE.
002480     MOVE "RESPONSAVEL INCLUIDO" TO WS-MENSAGEM.
002490 3000-INCLUI-RESPONSAVEL-EXIT. EXIT.
002500*-----------------------------------------------------------------
002510 3100-ALTERA-RESPONSAVEL.
002520     PERFORM 3400-ACEITA-CHAVE THRU 3400-ACEITA-CHAVE-EXIT.
002530     IF ENTRADA-CANCELADA
002540        MOVE "ALTERACAO CANCELADA" TO WS-MENSAGEM
002550        GO TO 3100-ALTERA-RESPONSAVEL-EXIT
002560     END-IF.
002570     PERFORM 3600-PROCURA-RESPONSAVEL THRU
002580         3600-PROCURA-RESPONSAVEL-EXIT.
002590     IF NOT RESP-ACHOU
002600        MOVE "RESPONSAVEL NAO ENCONTRADO" TO WS-MENSAGEM
002610        GO TO 3100-ALTERA-RESPONSAVEL-EXIT
002620     END-IF.
002630     MOVE "S" TO WS-MODO-ALTERACAO.
002640     MOVE CH-MATRICULA TO WS-MATR-ANTIGA.
002650     PERFORM 3680-MOVE-REG-PARA-ED.
002660     PERFORM 3550-PROCURA-ALUNO THRU 3550-PROCURA-ALUNO-EXIT.
002670     PERFORM 3300-ACEITA-RESPONSAVEL THRU
002680         3300-ACEITA-RESPONSAVEL-EXIT.
002690     IF ENTRADA-CANCELADA
002700        MOVE "ALTERACAO CANCELADA" TO WS-MENSAGEM
002710        GO TO 3100-ALTERA-RESPONSAVEL-EXIT
002720     END-IF.
002730     PERFORM 3690-MOVE-ED-PARA-REG.
002740     REWRITE RESP-REC
002750         INVALID KEY
002760            MOVE "ERRO AO REGRAVAR O RESPONSAVEL" TO WS-MENSAGEM
002770            GO TO 3100-ALTERA-RESPONSAVEL-EXIT
002780     END-REWRITE.
002790     MOVE "RESPONSAVEL ALTERADO" TO WS-MENSAGEM.
002800 3100-ALTERA-RESPONSAVEL-EXIT. EXIT.
002810*-----------------------------------------------------------------
002820 3200-EXCLUI-RESPONSAVEL.
002830     PERFORM 3400-ACEITA-CHAVE THRU 3400-ACEITA-CHAVE-EXIT.
002840     IF ENTRADA-CANCELADA
002850        MOVE "EXCLUSAO CANCELADA" TO WS-MENSAGEM
002860        GO TO 3200-EXCLUI-RESPONSAVEL-EXIT
002870     END-IF.
002880     PERFORM 3600-PROCURA-RESPONSAVEL THRU
002890         3600-PROCURA-RESPONSAVEL-EXIT.
002900     IF NOT RESP-ACHOU
002910        MOVE "RESPONSAVEL NAO ENCONTRADO" TO WS-MENSAGEM
002920        GO TO 3200-EXCLUI-RESPONSAVEL-EXIT
002930     END-IF.
002940     DELETE RESP-FILE RECORD
002950         INVALID KEY
002960            MOVE "ERRO AO EXCLUIR O RESPONSAVEL" TO WS-MENSAGEM
002970            GO TO 3200-EXCLUI-RESPONSAVEL-EXIT
002980     END-DELETE.
002990     MOVE "RESPONSAVEL EXCLUIDO" TO WS-MENSAGEM.
003000 3200-EXCLUI-RESPONSAVEL-EXIT. EXIT.
003010*-----------------------------------------------------------------
003020* ACEITA A TELA DO RESPONSAVEL E REPETE ATE A CRITICA PASSAR OU
003030* A SECRETARIA CANCELAR (MATRICULA EM BRANCOS).
003040*-----------------------------------------------------------------
003050 3300-ACEITA-RESPONSAVEL.
003060     MOVE "N" TO WS-ENTRADA-VALIDA.
003070     MOVE "N" TO WS-ENTRADA-CANCELADA.
003080     PERFORM 3350-ACEITA-E-CRITICA THRU
003090         3350-ACEITA-E-CRITICA-EXIT
003100         UNTIL ENTRADA-VALIDA OR ENTRADA-CANCELADA.
003110 3300-ACEITA-RESPONSAVEL-EXIT. EXIT.
003120*-----------------------------------------------------------------
003130 3350-ACEITA-E-CRITICA.
003140     ACCEPT TELA-RESPONSAVEL.
003150     MOVE SPACES TO WS-MENSAGEM.
003160     IF ED-MATRICULA = SPACES
003170        MOVE "S" TO WS-ENTRADA-CANCELADA
003180        GO TO 3350-ACEITA-E-CRITICA-EXIT
003190     END-IF.
003200     PERFORM 3500-VALIDA-RESPONSAVEL THRU
003210         3500-VALIDA-RESPONSAVEL-EXIT.
003220     IF WS-MENSAGEM = SPACES
003230        MOVE "S" TO WS-ENTRADA-VALIDA
003240     END-IF.
003250 3350-ACEITA-E-CRITICA-EXIT. EXIT.
003260*-----------------------------------------------------------------
003270 3400-ACEITA-CHAVE.
003280     MOVE "N" TO WS-ENTRADA-CANCELADA.
003290     MOVE SPACES TO WS-CHAVE-ED.
003300     ACCEPT TELA-CHAVE.
003310     MOVE SPACES TO WS-MENSAGEM.
003320     IF CH-MATRICULA = SPACES
003330        MOVE "S" TO WS-ENTRADA-CANCELADA
003340     END-IF.
003350 3400-ACEITA-CHAVE-EXIT. EXIT.
003360*-----------------------------------------------------------------
003370* CRITICA CAMPO A CAMPO DO RESPONSAVEL: MATRICULA NUMERICA,
003380* PRESENTE NO CADASTRO MESTRE E IGUAL A ORIGINAL NA ALTERACAO;
003390* NOME E ENDERECO PRESENTES (A CARTA SAI PARA TODA FAMILIA);
003400* PARENTESCO E CANAL DA TABELA; CEP COM 8 DIGITOS; TELEFONE
003410* COM DDD (10 OU 11 DIGITOS); E-MAIL COM UMA "@"; O CANAL SMS
003420* EXIGE O TELEFONE E O CANAL E-MAIL EXIGE O E-MAIL. A PRIMEIRA
003430* FALHA PREENCHE A MENSAGEM E VOLTA PARA A TELA.
003440*-----------------------------------------------------------------
003450 3500-VALIDA-RESPONSAVEL.
003460     IF ED-MATRICULA IS NOT NUMERIC OR ED-MATRICULA = "00000"
003470        MOVE "MATRICULA DEVE SER NUMERICA E MAIOR QUE ZERO"
003480            TO WS-MENSAGEM
003490        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003500     END-IF.
003510     IF MODO-ALTERACAO AND ED-MATRICULA NOT = WS-MATR-ANTIGA
003520        MOVE "MATRICULA NAO SE ALTERA - EXCLUA E INCLUA"
003530            TO WS-MENSAGEM
003540        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003550     END-IF.
003560     PERFORM 3550-PROCURA-ALUNO THRU 3550-PROCURA-ALUNO-EXIT.
003570     IF NOT CAD-OK
003580        MOVE "MATRICULA NAO CONSTA DO CADASTRO" TO WS-MENSAGEM
003590        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003600     END-IF.
003610     IF ED-NOME = SPACES
003620        MOVE "NOME DO RESPONSAVEL E OBRIGATORIO" TO WS-MENSAGEM
003630        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003640     END-IF.
003650     MOVE ED-PARENTESCO TO RS-PARENTESCO.
003660     IF NOT RS-PARENTESCO-VALIDO
003670        MOVE "PARENTESCO DEVE SER M, P, A, T OU O"
003680            TO WS-MENSAGEM
003690        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003700     END-IF.
003710     IF ED-ENDERECO = SPACES
003720        MOVE "ENDERECO E OBRIGATORIO" TO WS-MENSAGEM
003730        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003740     END-IF.
003750     IF ED-CEP NOT = SPACES AND ED-CEP IS NOT NUMERIC
003760        MOVE "CEP DEVE TER 8 DIGITOS" TO WS-MENSAGEM
003770        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003780     END-IF.
003790     IF ED-TELEFONE NOT = SPACES
003800        IF ED-TELEFONE (1:10) IS NOT NUMERIC
003810           OR (ED-TELEFONE (11:1) IS NOT NUMERIC
003820               AND ED-TELEFONE (11:1) NOT = SPACE)
003830           MOVE "TELEFONE DEVE TER DDD + NUMERO (SO DIGITOS)"
003840               TO WS-MENSAGEM
003850           GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003860        END-IF
003870     END-IF.
003880     IF ED-EMAIL NOT = SPACES
003890        MOVE ZEROS TO WS-QTD-ARROBA
003900        INSPECT ED-EMAIL TALLYING WS-QTD-ARROBA FOR ALL "@"
003910        IF WS-QTD-ARROBA NOT = 1 OR ED-EMAIL (1:1) = "@"
003920           MOVE "E-MAIL INVALIDO" TO WS-MENSAGEM
003930           GO TO 3500-VALIDA-RESPONSAVEL-EXIT
003940        END-IF
003950     END-IF.
003960     MOVE ED-CANAL TO RS-CANAL.
003970     IF NOT RS-CANAL-VALIDO
003980        MOVE "CANAL DEVE SER C (CARTA), S (SMS) OU E (E-MAIL)"
003990            TO WS-MENSAGEM
004000        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
004010     END-IF.
004020     IF RS-CANAL-SMS AND ED-TELEFONE = SPACES
004030        MOVE "CANAL SMS EXIGE O TELEFONE" TO WS-MENSAGEM
004040        GO TO 3500-VALIDA-RESPONSAVEL-EXIT
004050     END-IF.
004060     IF RS-CANAL-EMAIL AND ED-EMAIL = SPACES
004070        MOVE "CANAL E-MAIL EXIGE O E-MAIL" TO WS-MENSAGEM
004080     END-IF.
004090 3500-VALIDA-RESPONSAVEL-EXIT. EXIT.
004100*-----------------------------------------------------------------
004110* LE O ALUNO NO CADASTRO MESTRE PELA MATRICULA DA TELA E MOSTRA
004120* O NOME E A TURMA AO LADO DELA.
004130*-----------------------------------------------------------------
004140 3550-PROCURA-ALUNO.
004150     MOVE SPACES TO WS-ALUNO-TELA.
004160     MOVE ED-MATRICULA TO CD-MATRICULA.
004170     READ CAD-FILE
004180         INVALID KEY
004190            MOVE "(NAO CONSTA DO CADASTRO)" TO WS-ALUNO-TELA
004200            GO TO 3550-PROCURA-ALUNO-EXIT
004210     END-READ.
004220     IF NOT CAD-OK
004230        DISPLAY "ERRO NA LEITURA DE CADASTRO - STATUS "
004240                WS-CAD-STATUS
004250        GO TO 3550-PROCURA-ALUNO-EXIT
004260     END-IF.
004270     STRING CD-NOME-ALUNO " " CD-TURMA
004280         DELIMITED BY SIZE INTO WS-ALUNO-TELA.
004290 3550-PROCURA-ALUNO-EXIT. EXIT.
004300*-----------------------------------------------------------------
004310 3600-PROCURA-RESPONSAVEL.
004320     MOVE "N" TO WS-RESP-ACHOU.
004330     MOVE CH-MATRICULA TO RS-MATRICULA.
004340     READ RESP-FILE
004350         INVALID KEY
004360            CONTINUE
004370         NOT INVALID KEY
004380            MOVE "S" TO WS-RESP-ACHOU
004390     END-READ.
004400     IF NOT RESP-ACHOU AND NOT RESP-NAO-ACHADO
004410        DISPLAY "ERRO NA LEITURA DE RESPONSAVEIS - STATUS "
004420                WS-RESP-STATUS
004430     END-IF.
004440 3600-PROCURA-RESPONSAVEL-EXIT. EXIT.
004450*-----------------------------------------------------------------
004460* MOVIMENTACAO ENTRE O REGISTRO DO ARQUIVO E A AREA DE EDICAO
004470* DA TELA, CAMPO A CAMPO.
004480*-----------------------------------------------------------------
004490 3680-MOVE-REG-PARA-ED.
004500     MOVE RS-MATRICULA  TO ED-MATRICULA.
004510     MOVE RS-NOME       TO ED-NOME.
004520     MOVE RS-PARENTESCO TO ED-PARENTESCO.
004530     MOVE RS-ENDERECO   TO ED-ENDERECO.
004540     MOVE RS-BAIRRO     TO ED-BAIRRO.
004550     MOVE RS-CEP        TO ED-CEP.
004560     MOVE RS-TELEFONE   TO ED-TELEFONE.
004570     MOVE RS-EMAIL      TO ED-EMAIL.
004580     MOVE RS-CANAL      TO ED-CANAL.
004590*-----------------------------------------------------------------
004600 3690-MOVE-ED-PARA-REG.
004610     MOVE ED-MATRICULA  TO RS-MATRICULA.
004620     MOVE ED-NOME       TO RS-NOME.
004630     MOVE ED-PARENTESCO TO RS-PARENTESCO.
004640     MOVE ED-ENDERECO   TO RS-ENDERECO.
004650     MOVE ED-BAIRRO     TO RS-BAIRRO.
004660     MOVE ED-CEP        TO RS-CEP.
004670     MOVE ED-TELEFONE   TO RS-TELEFONE.
004680     MOVE ED-EMAIL      TO RS-EMAIL.
004690     MOVE ED-CANAL      TO RS-CANAL.
004700*-----------------------------------------------------------------
004710 8000-ENCERRA.
004720     CLOSE CAD-FILE.
004730     CLOSE RESP-FILE.
004740     IF NOT RESP-OK
004750        DISPLAY "ERRO AO FECHAR RESPONSAVEIS - STATUS "
004760                WS-RESP-STATUS
004770     END-IF.
004780*-----------------------------------------------------------------
004790 END PROGRAM PROGRAMA25.
