000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASI.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - MOVIMENTO DO
000120*                      ALMOXARIFADO DE CHAPAS INTEIRAS. R-
000130*                      RECEBIMENTO: LANCA A ENTREGA DO FORNECEDOR
000140*                      CONTRA A LINHA DE COMPRA (ORIGEM N) DO
000150*                      PEDIDO SHPORD DO LOTE E MATERIAL (A
000160*                      GERACAO INFORMADA OU, EM BRANCO, A MAIS
000170*                      ANTIGA AINDA EM ABERTO), COM A QUANTIDADE
000180*                      DE FOLHAS, A CORRIDA/LOTE DA USINA E A
000190*                      DATA. COMPARA O ACUMULADO RECEBIDO DA
000200*                      LINHA (MOVIMENTO SHPALM) COM O PEDIDO E
000210*                      MARCA A ENTREGA COMO CURTA, TOTAL OU
000220*                      EXCEDENTE; SOMA AS FOLHAS NO EM MAOS DO
000230*                      ESTOQUE (ESTMSTR) E TIRA DO EM PEDIDO O
000240*                      QUE A LINHA AINDA DEVIA. S-REQUISICAO: DA
000250*                      SAIDA DAS FOLHAS PARA O CORTE DO LOTE,
000260*                      TIRANDO-AS DO EM MAOS E DA RESERVA. OS
000270*                      DADOS VEM DO AMBIENTE (ALM_MOVIMENTO,
000280*                      ALM_GERACAO, LOTE, ALM_MATERIAL, ALM_QTDE,
000290*                      ALM_CORRIDA, ALM_DATA E OPERADOR_ID), PARA
000300*                      USO EM SCRIPT, OU VIA ACCEPT DE CONSOLE COM
000310*                      CONFIRMACAO. RECUSADO COM O DIA DE
000320*                      PROCESSAMENTO FECHADO, OPERADOR OU MATERIAL
000330*                      FORA DO CADASTRO, PARAMETRO INVALIDO OU
000340*                      REQUISICAO MAIOR QUE O EM MAOS (CODIGO 12).
000350*                      LINHA DO PEDIDO NAO ACHADA TERMINA COM 4,
000360*                      SEM GRAVAR NADA; ENTREGA CURTA OU
000370*                      EXCEDENTE TAMBEM TERMINA COM 4, GRAVADA;
000380*                      FALHA DE ARQUIVO COM 8.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-PEDIDO-COMPRA ASSIGN TO SHPORD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-PEDIDO-COMPRA.
000460     SELECT ARQ-MOVIMENTO-ALMOX ASSIGN TO SHPALM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-MOVIMENTO-ALMOX.
000490     SELECT ARQ-ESTOQUE ASSIGN TO ESTMSTR
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-ESTOQUE.
000520     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-MATERIAIS.
000550     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-OPERADORES.
000580     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-PEDIDO-COMPRA
000640     RECORDING MODE IS F.
000650 01  REG-PEDIDO-COMPRA.
000660     COPY ORDCMP.
000670 FD  ARQ-MOVIMENTO-ALMOX
000680     RECORDING MODE IS F.
000690 01  REG-MOVIMENTO-ALMOX.
000700     COPY MOVALM.
000710 FD  ARQ-ESTOQUE
000720     RECORDING MODE IS F.
000730 01  REG-ESTOQUE.
000740     COPY ESTCHP.
000750 FD  ARQ-MATERIAIS
000760     RECORDING MODE IS F.
000770 01  REG-MATERIAIS.
000780     COPY MATMST.
000790 FD  ARQ-OPERADORES
000800     RECORDING MODE IS F.
000810 01  REG-OPERADORES.
000820     05  OPR-ID                  PIC X(08).
000830     05  OPR-NOME                PIC X(30).
000840     05  OPR-NIVEL               PIC X(01).
000850 FD  ARQ-DATA-PROCESSAMENTO
000860     RECORDING MODE IS F.
000870 01  REG-DATA-PROCESSAMENTO.
000880     COPY DATPRC.
000890 WORKING-STORAGE SECTION.
000900 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
000910     88  ERRO-EXECUCAO               VALUE "S".
000920 01  SW-MODO-AMBIENTE        PIC X(01) VALUE "N".
000930     88  MODO-AMBIENTE               VALUE "S".
000940     88  MODO-CONSOLE                VALUE "N".
000950 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
000960     88  OPERADOR-AUTORIZADO        VALUE "S".
000970     88  OPERADOR-RECUSADO          VALUE "N".
000980 01  SW-FIM-OPERADORES       PIC X(01) VALUE "N".
000990     88  FIM-OPERADORES             VALUE "S".
001000     88  NAO-FIM-OPERADORES         VALUE "N".
001010 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
001020     88  FIM-MATERIAIS               VALUE "S".
001030 01  SW-MATERIAL-ACHADO      PIC X(01) VALUE "N".
001040     88  MATERIAL-ACHADO             VALUE "S".
001050 01  SW-FIM-ESTOQUE          PIC X(01) VALUE "N".
001060     88  FIM-ESTOQUE                 VALUE "S".
001070 01  SW-FIM-PEDIDO           PIC X(01) VALUE "N".
001080     88  FIM-PEDIDO                  VALUE "S".
001090 01  SW-FIM-MOVIMENTO        PIC X(01) VALUE "N".
001100     88  FIM-MOVIMENTO               VALUE "S".
001110 01  SW-CONFIRMACAO          PIC X(01) VALUE "N".
001120     88  MOVIMENTO-CONFIRMADO        VALUE "S".
001130 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001140     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001150     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001160 77  FS-PEDIDO-COMPRA        PIC X(02) VALUE ZEROES.
001170 77  FS-MOVIMENTO-ALMOX      PIC X(02) VALUE ZEROES.
001180 77  FS-ESTOQUE              PIC X(02) VALUE ZEROES.
001190 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
001200 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
001210 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001220 77  ENV-MATERIAL            PIC X(05).
001230 77  ENV-QUANTIDADE          PIC X(05).
001240 77  ENV-DATA                PIC X(08).
001250 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001260 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001270 77  NOME-OPERADOR-ATUAL     PIC X(30) VALUE SPACES.
001280*-----------------------------------------------------------------
001290*  DADOS DO MOVIMENTO.
001300*-----------------------------------------------------------------
001310 77  TIPO-MOVIMENTO          PIC X(01) VALUE SPACES.
001320     88  TIPO-RECEBIMENTO           VALUE "R".
001330     88  TIPO-REQUISICAO            VALUE "S".
001340 77  GERACAO-INFORMADA       PIC X(14) VALUE SPACES.
001350 77  JOB-LOTE-MOVIMENTO      PIC X(10) VALUE SPACES.
001360 77  MATERIAL-MOVIMENTO      PIC X(05) VALUE SPACES.
001370 77  QUANTIDADE-MOVIMENTO    PIC 9(05) VALUE ZEROES.
001380 77  CORRIDA-MOVIMENTO       PIC X(15) VALUE SPACES.
001390 77  DATA-MOVIMENTO          PIC 9(08) VALUE ZEROES.
001400 77  DESCRICAO-MATERIAL      PIC X(30) VALUE SPACES.
001410*-----------------------------------------------------------------
001420*  LINHAS DE COMPRA DO LOTE/MATERIAL NO PEDIDO, NA ORDEM DO
001430*  ARQUIVO (A MAIS ANTIGA PRIMEIRO), COM O JA RECEBIDO DE CADA.
001440*-----------------------------------------------------------------
001450 77  I-LINHA                 PIC 9(03) VALUE ZEROES COMP.
001460 77  I-BUSCA-LINHA           PIC 9(03) VALUE ZEROES COMP.
001470 77  QTD-LINHAS-TABELA       PIC 9(03) VALUE ZEROES COMP.
001480 77  MAXIMO-LINHAS-TABELA    PIC 9(03) VALUE 50 COMP.
001490 77  LINHAS-EXCEDENTES       PIC 9(05) VALUE ZEROES COMP.
001500 01  TABELA-LINHAS-PEDIDO.
001510     05  ITEM-LINHA OCCURS 50.
001520         10  TAB-LIN-GERACAO     PIC X(14).
001530         10  TAB-LIN-PEDIDA      PIC 9(05).
001540         10  TAB-LIN-RECEBIDA    PIC 9(07).
001550 77  QTDE-PEDIDA-LINHA       PIC 9(05) VALUE ZEROES.
001560 77  QTDE-ANTERIOR-LINHA     PIC 9(07) VALUE ZEROES.
001570 77  QTDE-ACUMULADA-LINHA    PIC 9(07) VALUE ZEROES.
001580 77  QTDE-DEVIDA-LINHA       PIC 9(07) VALUE ZEROES.
001590 77  QTDE-BAIXA-PEDIDO       PIC 9(07) VALUE ZEROES.
001600 77  QTDE-BAIXA-RESERVA      PIC 9(07) VALUE ZEROES.
001610 77  DIFERENCA-ENTREGA       PIC 9(07) VALUE ZEROES.
001620 01  SITUACAO-ENTREGA        PIC X(01) VALUE SPACES.
001630     88  ENTREGA-CURTA               VALUE "C".
001640     88  ENTREGA-TOTAL               VALUE "T".
001650     88  ENTREGA-EXCEDENTE           VALUE "E".
001660*-----------------------------------------------------------------
001670*  ESTOQUE DE CHAPAS EM TABELA, REGRAVADO NO FIM (COMO O
001680*  INVENTARIO DE RETALHOS NO AREAST).
001690*-----------------------------------------------------------------
001700 77  I-ESTOQUE               PIC 9(03) VALUE ZEROES COMP.
001710 77  I-BUSCA-ESTOQUE         PIC 9(03) VALUE ZEROES COMP.
001720 77  QTD-ESTOQUE-TABELA      PIC 9(03) VALUE ZEROES COMP.
001730 77  MAXIMO-ESTOQUE-TABELA   PIC 9(03) VALUE 200 COMP.
001740 01  TABELA-ESTOQUE.
001750     05  ITEM-ESTOQUE OCCURS 200.
001760         10  TAB-EST-MATERIAL    PIC X(05).
001770         10  TAB-EST-EM-MAOS     PIC 9(07).
001780         10  TAB-EST-EM-PEDIDO   PIC 9(07).
001790         10  TAB-EST-RESERVADO   PIC 9(07).
001800         10  TAB-EST-MINIMO      PIC 9(07).
001810         10  TAB-EST-DATA        PIC 9(08).
001820 PROCEDURE DIVISION.
001830 0000-MAINLINE.
001840     PERFORM 1000-INICIALIZA
001850         THRU 1000-INICIALIZA-EXIT.
001860     IF ERRO-EXECUCAO OR OPERADOR-RECUSADO
001870         GO TO 9999-FIM-PROGRAMA
001880     END-IF.
001890     IF TIPO-RECEBIMENTO
001900         PERFORM 2000-LOCALIZA-LINHA-PEDIDO
001910             THRU 2000-LOCALIZA-LINHA-PEDIDO-EXIT
001920     ELSE
001930         PERFORM 2300-CONFERE-REQUISICAO
001940             THRU 2300-CONFERE-REQUISICAO-EXIT
001950     END-IF.
001960     IF ERRO-EXECUCAO
001970         GO TO 9999-FIM-PROGRAMA
001980     END-IF.
001990     PERFORM 2500-CONFIRMA-MOVIMENTO
002000         THRU 2500-CONFIRMA-MOVIMENTO-EXIT.
002010     IF NOT MOVIMENTO-CONFIRMADO
002020         DISPLAY "MOVIMENTO ABANDONADO - NADA FOI GRAVADO."
002030         GO TO 9999-FIM-PROGRAMA
002040     END-IF.
002050     IF TIPO-RECEBIMENTO
002060         PERFORM 3000-LANCA-RECEBIMENTO
002070             THRU 3000-LANCA-RECEBIMENTO-EXIT
002080     ELSE
002090         PERFORM 3500-LANCA-REQUISICAO
002100             THRU 3500-LANCA-REQUISICAO-EXIT
002110     END-IF.
002120     PERFORM 4000-GRAVA-MOVIMENTO
002130         THRU 4000-GRAVA-MOVIMENTO-EXIT.
002140     IF ERRO-EXECUCAO
002150         GO TO 9999-FIM-PROGRAMA
002160     END-IF.
002170     PERFORM 9000-FINALIZA
002180         THRU 9000-FINALIZA-EXIT.
002190     GO TO 9999-FIM-PROGRAMA.
002200*****************************************************************
002210*  INICIALIZACAO - CAPTURA O MOVIMENTO E O OPERADOR (DO AMBIENTE
002220*  QUANDO ALM_MATERIAL ESTA INFORMADO, SENAO VIA ACCEPT DE
002230*  CONSOLE), VALIDA TUDO, CONFERE O DIA E CARREGA O ESTOQUE.
002240*  TIPO EM BRANCO VALE RECEBIMENTO; DATA EM BRANCO VALE A DATA DE
002250*  PROCESSAMENTO.
002260*****************************************************************
002270 1000-INICIALIZA.
002280     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002290         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002300     MOVE SPACES TO ENV-MATERIAL ENV-QUANTIDADE ENV-DATA.
002310     ACCEPT ENV-MATERIAL FROM ENVIRONMENT "ALM_MATERIAL".
002320     IF ENV-MATERIAL NOT = SPACES
002330         SET MODO-AMBIENTE TO TRUE
002340         MOVE ENV-MATERIAL TO MATERIAL-MOVIMENTO
002350         ACCEPT TIPO-MOVIMENTO FROM ENVIRONMENT "ALM_MOVIMENTO"
002360         ACCEPT GERACAO-INFORMADA FROM ENVIRONMENT "ALM_GERACAO"
002370         ACCEPT JOB-LOTE-MOVIMENTO FROM ENVIRONMENT "LOTE"
002380         ACCEPT ENV-QUANTIDADE FROM ENVIRONMENT "ALM_QTDE"
002390         ACCEPT CORRIDA-MOVIMENTO FROM ENVIRONMENT "ALM_CORRIDA"
002400         ACCEPT ENV-DATA FROM ENVIRONMENT "ALM_DATA"
002410         MOVE SPACES TO OPERADOR-ID
002420         ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
002430     ELSE
002440         DISPLAY "INFORME O ID DO OPERADOR: "
002450         ACCEPT OPERADOR-ID
002460         DISPLAY "MOVIMENTO (R-RECEBIMENTO / S-REQUISICAO): "
002470         ACCEPT TIPO-MOVIMENTO
002480         DISPLAY "LOTE/JOB: "
002490         ACCEPT JOB-LOTE-MOVIMENTO
002500         DISPLAY "CODIGO DO MATERIAL: "
002510         ACCEPT MATERIAL-MOVIMENTO
002520         DISPLAY "QUANTIDADE DE FOLHAS: "
002530         ACCEPT ENV-QUANTIDADE
002540         IF TIPO-MOVIMENTO NOT = "S"
002550             DISPLAY "GERACAO DO PEDIDO (EM BRANCO = A MAIS "
002560                 "ANTIGA EM ABERTO): "
002570             ACCEPT GERACAO-INFORMADA
002580             DISPLAY "CORRIDA/LOTE DA USINA: "
002590             ACCEPT CORRIDA-MOVIMENTO
002600             DISPLAY "DATA DO RECEBIMENTO (AAAAMMDD, EM BRANCO = "
002610                 "DATA DE PROCESSAMENTO): "
002620             ACCEPT ENV-DATA
002630         END-IF
002640     END-IF.
002650     IF TIPO-MOVIMENTO = SPACES
002660         MOVE "R" TO TIPO-MOVIMENTO
002670     END-IF.
002680     IF ENV-QUANTIDADE IS NUMERIC
002690         MOVE ENV-QUANTIDADE TO QUANTIDADE-MOVIMENTO
002700     END-IF.
002710     IF ENV-DATA IS NUMERIC
002720         MOVE ENV-DATA TO DATA-MOVIMENTO
002730     ELSE
002740         MOVE DATA-SISTEMA TO DATA-MOVIMENTO
002750     END-IF.
002760     IF NOT TIPO-RECEBIMENTO AND NOT TIPO-REQUISICAO
002770         DISPLAY "ERRO - MOVIMENTO INVALIDO: " TIPO-MOVIMENTO
002780             " (R OU S)."
002790         SET ERRO-EXECUCAO TO TRUE
002800         MOVE 12 TO RETURN-CODE
002810         GO TO 1000-INICIALIZA-EXIT
002820     END-IF.
002830     IF JOB-LOTE-MOVIMENTO = SPACES OR
002840        MATERIAL-MOVIMENTO = SPACES
002850         DISPLAY "ERRO - LOTE E MATERIAL SAO OBRIGATORIOS."
002860         SET ERRO-EXECUCAO TO TRUE
002870         MOVE 12 TO RETURN-CODE
002880         GO TO 1000-INICIALIZA-EXIT
002890     END-IF.
002900     IF QUANTIDADE-MOVIMENTO = ZEROES
002910         DISPLAY "ERRO - QUANTIDADE DE FOLHAS INVALIDA: "
002920             ENV-QUANTIDADE " (5 DIGITOS)."
002930         SET ERRO-EXECUCAO TO TRUE
002940         MOVE 12 TO RETURN-CODE
002950         GO TO 1000-INICIALIZA-EXIT
002960     END-IF.
002970     IF TIPO-RECEBIMENTO AND CORRIDA-MOVIMENTO = SPACES
002980         DISPLAY "ERRO - CORRIDA/LOTE DA USINA E OBRIGATORIO NO "
002990             "RECEBIMENTO."
003000         SET ERRO-EXECUCAO TO TRUE
003010         MOVE 12 TO RETURN-CODE
003020         GO TO 1000-INICIALIZA-EXIT
003030     END-IF.
003040     PERFORM 1100-VALIDA-OPERADOR
003050         THRU 1100-VALIDA-OPERADOR-EXIT.
003060     IF OPERADOR-RECUSADO
003070         GO TO 1000-INICIALIZA-EXIT
003080     END-IF.
003090     IF DIA-PROCESSAMENTO-FECHADO
003100         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
003110             " FECHADO - MOVIMENTO RECUSADO. ABRA O DIA (AREASN)."
003120         SET ERRO-EXECUCAO TO TRUE
003130         MOVE 12 TO RETURN-CODE
003140         GO TO 1000-INICIALIZA-EXIT
003150     END-IF.
003160     PERFORM 1200-CONFERE-MATERIAL
003170         THRU 1200-CONFERE-MATERIAL-EXIT.
003180     IF ERRO-EXECUCAO
003190         GO TO 1000-INICIALIZA-EXIT
003200     END-IF.
003210     PERFORM 1300-CARREGA-TABELA-ESTOQUE
003220         THRU 1300-CARREGA-TABELA-ESTOQUE-EXIT.
003230 1000-INICIALIZA-EXIT.
003240     EXIT.
003250*****************************************************************
003260*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
003270*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
003280*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
003290*  FICA EM SW-DIA-PROCESSAMENTO.
003300*****************************************************************
003310 1050-OBTEM-DATA-PROCESSAMENTO.
003320     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003330     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
003340     IF FS-DATA-PROCESSAMENTO NOT = "00"
003350         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
003360             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
003370         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
003380     END-IF.
003390     READ ARQ-DATA-PROCESSAMENTO
003400         AT END
003410             MOVE SPACES TO REG-DATA-PROCESSAMENTO
003420     END-READ.
003430     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
003440         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
003450         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
003460     ELSE
003470         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003480             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
003490     END-IF.
003500     CLOSE ARQ-DATA-PROCESSAMENTO.
003510 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003520     EXIT.
003530*****************************************************************
003540*  VALIDA O OPERADOR CONTRA O CADASTRO DE OPERADORES (OPRMSTR).
003550*  OPERADOR DESCONHECIDO E RECUSADO COM CODIGO DE RETORNO 12.
003560*****************************************************************
003570 1100-VALIDA-OPERADOR.
003580     OPEN INPUT ARQ-OPERADORES.
003590     IF FS-OPERADORES NOT = "00"
003600         DISPLAY "ERRO - CADASTRO DE OPERADORES (OPRMSTR) NAO "
003610             "ABERTO - STATUS: " FS-OPERADORES
003620         MOVE 12 TO RETURN-CODE
003630         GO TO 1100-VALIDA-OPERADOR-EXIT
003640     END-IF.
003650     SET NAO-FIM-OPERADORES TO TRUE.
003660     PERFORM 1110-PROCURA-OPERADOR
003670         THRU 1110-PROCURA-OPERADOR-EXIT
003680         UNTIL FIM-OPERADORES OR OPERADOR-AUTORIZADO.
003690     CLOSE ARQ-OPERADORES.
003700     IF OPERADOR-RECUSADO
003710         DISPLAY "ERRO - OPERADOR NAO CADASTRADO: " OPERADOR-ID
003720         MOVE 12 TO RETURN-CODE
003730     END-IF.
003740 1100-VALIDA-OPERADOR-EXIT.
003750     EXIT.
003760 1110-PROCURA-OPERADOR.
003770     READ ARQ-OPERADORES
003780         AT END
003790             SET FIM-OPERADORES TO TRUE
003800             GO TO 1110-PROCURA-OPERADOR-EXIT
003810     END-READ.
003820     IF OPR-ID = OPERADOR-ID
003830         SET OPERADOR-AUTORIZADO TO TRUE
003840         MOVE OPR-NOME TO NOME-OPERADOR-ATUAL
003850         DISPLAY "OPERADOR: " OPERADOR-ID " - "
003860             NOME-OPERADOR-ATUAL
003870     END-IF.
003880 1110-PROCURA-OPERADOR-EXIT.
003890     EXIT.
003900*****************************************************************
003910*  CONFERE O MATERIAL NO CADASTRO (MATMSTR). MATERIAL FORA DO
003920*  CADASTRO E RECUSADO COM 12; CADASTRO AUSENTE TERMINA COM 8.
003930*****************************************************************
003940 1200-CONFERE-MATERIAL.
003950     OPEN INPUT ARQ-MATERIAIS.
003960     IF FS-MATERIAIS NOT = "00"
003970         DISPLAY "ERRO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
003980             "ABERTO - STATUS: " FS-MATERIAIS
003990         SET ERRO-EXECUCAO TO TRUE
004000         MOVE 8 TO RETURN-CODE
004010         GO TO 1200-CONFERE-MATERIAL-EXIT
004020     END-IF.
004030     PERFORM 1210-PROCURA-MATERIAL
004040         THRU 1210-PROCURA-MATERIAL-EXIT
004050         UNTIL FIM-MATERIAIS OR MATERIAL-ACHADO.
004060     CLOSE ARQ-MATERIAIS.
004070     IF NOT MATERIAL-ACHADO
004080         DISPLAY "ERRO - MATERIAL NAO CADASTRADO: "
004090             MATERIAL-MOVIMENTO
004100         SET ERRO-EXECUCAO TO TRUE
004110         MOVE 12 TO RETURN-CODE
004120     END-IF.
004130 1200-CONFERE-MATERIAL-EXIT.
004140     EXIT.
004150 1210-PROCURA-MATERIAL.
004160     READ ARQ-MATERIAIS
004170         AT END
004180             SET FIM-MATERIAIS TO TRUE
004190             GO TO 1210-PROCURA-MATERIAL-EXIT
004200     END-READ.
004210     IF MAT-CODIGO = MATERIAL-MOVIMENTO
004220         SET MATERIAL-ACHADO TO TRUE
004230         MOVE MAT-DESCRICAO TO DESCRICAO-MATERIAL
004240     END-IF.
004250 1210-PROCURA-MATERIAL-EXIT.
004260     EXIT.
004270*****************************************************************
004280*  CARREGA O ESTOQUE DE CHAPAS (ESTMSTR) EM TABELA E LOCALIZA O
004290*  MATERIAL DO MOVIMENTO, INCLUINDO-O ZERADO SE AINDA NAO CONSTA.
004300*  ARQUIVO AUSENTE VALE ESTOQUE VAZIO (E CRIADO NO FIM); OUTRA
004310*  FALHA DE ABERTURA OU TABELA ESGOTADA TERMINA COM 8.
004320*****************************************************************
004330 1300-CARREGA-TABELA-ESTOQUE.
004340     OPEN INPUT ARQ-ESTOQUE.
004350     IF FS-ESTOQUE = "00"
004360         PERFORM 1310-CARREGA-ESTOQUE
004370             THRU 1310-CARREGA-ESTOQUE-EXIT
004380             UNTIL FIM-ESTOQUE
004390         CLOSE ARQ-ESTOQUE
004400     ELSE
004410         IF FS-ESTOQUE = "35"
004420             DISPLAY "AVISO - ESTOQUE DE CHAPAS (ESTMSTR) "
004430                 "AUSENTE - SERA CRIADO."
004440         ELSE
004450             DISPLAY "ERRO - ESTOQUE DE CHAPAS (ESTMSTR) NAO "
004460                 "ABERTO - STATUS: " FS-ESTOQUE
004470             SET ERRO-EXECUCAO TO TRUE
004480             MOVE 8 TO RETURN-CODE
004490             GO TO 1300-CARREGA-TABELA-ESTOQUE-EXIT
004500         END-IF
004510     END-IF.
004520     IF ERRO-EXECUCAO
004530         GO TO 1300-CARREGA-TABELA-ESTOQUE-EXIT
004540     END-IF.
004550     MOVE ZEROES TO I-ESTOQUE.
004560     PERFORM 1320-PROCURA-ESTOQUE
004570         THRU 1320-PROCURA-ESTOQUE-EXIT
004580         VARYING I-BUSCA-ESTOQUE FROM 1 BY 1
004590         UNTIL I-BUSCA-ESTOQUE > QTD-ESTOQUE-TABELA
004600            OR I-ESTOQUE NOT = ZEROES.
004610     IF I-ESTOQUE NOT = ZEROES
004620         GO TO 1300-CARREGA-TABELA-ESTOQUE-EXIT
004630     END-IF.
004640     IF QTD-ESTOQUE-TABELA NOT < MAXIMO-ESTOQUE-TABELA
004650         DISPLAY "ERRO - TABELA DE ESTOQUE ESGOTADA - MATERIAL "
004660             MATERIAL-MOVIMENTO " NAO PODE SER INCLUIDO."
004670         SET ERRO-EXECUCAO TO TRUE
004680         MOVE 8 TO RETURN-CODE
004690         GO TO 1300-CARREGA-TABELA-ESTOQUE-EXIT
004700     END-IF.
004710     ADD 1 TO QTD-ESTOQUE-TABELA.
004720     MOVE QTD-ESTOQUE-TABELA TO I-ESTOQUE.
004730     MOVE MATERIAL-MOVIMENTO TO TAB-EST-MATERIAL (I-ESTOQUE).
004740     MOVE ZEROES TO TAB-EST-EM-MAOS (I-ESTOQUE)
004750         TAB-EST-EM-PEDIDO (I-ESTOQUE)
004760         TAB-EST-RESERVADO (I-ESTOQUE)
004770         TAB-EST-MINIMO (I-ESTOQUE)
004780         TAB-EST-DATA (I-ESTOQUE).
004790 1300-CARREGA-TABELA-ESTOQUE-EXIT.
004800     EXIT.
004810 1310-CARREGA-ESTOQUE.
004820     READ ARQ-ESTOQUE
004830         AT END
004840             SET FIM-ESTOQUE TO TRUE
004850             GO TO 1310-CARREGA-ESTOQUE-EXIT
004860     END-READ.
004870     IF EST-CODIGO-MATERIAL = SPACES
004880         GO TO 1310-CARREGA-ESTOQUE-EXIT
004890     END-IF.
004900     IF QTD-ESTOQUE-TABELA NOT < MAXIMO-ESTOQUE-TABELA
004910         DISPLAY "ERRO - TABELA DE ESTOQUE ESGOTADA - ESTOQUE "
004920             "NAO PODE SER REGRAVADO."
004930         SET ERRO-EXECUCAO TO TRUE
004940         MOVE 8 TO RETURN-CODE
004950         SET FIM-ESTOQUE TO TRUE
004960         GO TO 1310-CARREGA-ESTOQUE-EXIT
004970     END-IF.
004980     ADD 1 TO QTD-ESTOQUE-TABELA.
004990     MOVE EST-CODIGO-MATERIAL
005000         TO TAB-EST-MATERIAL (QTD-ESTOQUE-TABELA).
005010     MOVE ZEROES TO TAB-EST-EM-MAOS (QTD-ESTOQUE-TABELA)
005020         TAB-EST-EM-PEDIDO (QTD-ESTOQUE-TABELA)
005030         TAB-EST-RESERVADO (QTD-ESTOQUE-TABELA)
005040         TAB-EST-MINIMO (QTD-ESTOQUE-TABELA)
005050         TAB-EST-DATA (QTD-ESTOQUE-TABELA).
005060     IF EST-EM-MAOS IS NUMERIC
005070         MOVE EST-EM-MAOS TO TAB-EST-EM-MAOS (QTD-ESTOQUE-TABELA)
005080     END-IF.
005090     IF EST-EM-PEDIDO IS NUMERIC
005100         MOVE EST-EM-PEDIDO
005110             TO TAB-EST-EM-PEDIDO (QTD-ESTOQUE-TABELA)
005120     END-IF.
005130     IF EST-RESERVADO IS NUMERIC
005140         MOVE EST-RESERVADO
005150             TO TAB-EST-RESERVADO (QTD-ESTOQUE-TABELA)
005160     END-IF.
005170     IF EST-MINIMO IS NUMERIC
005180         MOVE EST-MINIMO TO TAB-EST-MINIMO (QTD-ESTOQUE-TABELA)
005190     END-IF.
005200     IF EST-DATA-MOVIMENTO IS NUMERIC
005210         MOVE EST-DATA-MOVIMENTO
005220             TO TAB-EST-DATA (QTD-ESTOQUE-TABELA)
005230     END-IF.
005240 1310-CARREGA-ESTOQUE-EXIT.
005250     EXIT.
005260 1320-PROCURA-ESTOQUE.
005270     IF TAB-EST-MATERIAL (I-BUSCA-ESTOQUE) = MATERIAL-MOVIMENTO
005280         MOVE I-BUSCA-ESTOQUE TO I-ESTOQUE
005290     END-IF.
005300 1320-PROCURA-ESTOQUE-EXIT.
005310     EXIT.
005320*****************************************************************
005330*  LOCALIZA A LINHA DO PEDIDO QUE RECEBE A ENTREGA: CARREGA AS
005340*  LINHAS DE COMPRA (ORIGEM N, COM FOLHAS) DO LOTE/MATERIAL - SO
005350*  A DA GERACAO INFORMADA, QUANDO HA - SOMA O QUE CADA UMA JA
005360*  RECEBEU NO MOVIMENTO E ESCOLHE A MAIS ANTIGA AINDA EM ABERTO
005370*  (OU, TODAS ATENDIDAS, A ULTIMA, QUE FICA COM O EXCEDENTE).
005380*  SEM LINHA TERMINA COM 4, SEM GRAVAR NADA.
005390*****************************************************************
005400 2000-LOCALIZA-LINHA-PEDIDO.
005410     OPEN INPUT ARQ-PEDIDO-COMPRA.
005420     IF FS-PEDIDO-COMPRA NOT = "00"
005430         DISPLAY "ERRO - PEDIDO DE COMPRA (SHPORD) NAO ABERTO - "
005440             "STATUS: " FS-PEDIDO-COMPRA
005450         SET ERRO-EXECUCAO TO TRUE
005460         MOVE 8 TO RETURN-CODE
005470         GO TO 2000-LOCALIZA-LINHA-PEDIDO-EXIT
005480     END-IF.
005490     PERFORM 2010-CARREGA-LINHA-PEDIDO
005500         THRU 2010-CARREGA-LINHA-PEDIDO-EXIT
005510         UNTIL FIM-PEDIDO.
005520     CLOSE ARQ-PEDIDO-COMPRA.
005530     IF LINHAS-EXCEDENTES > ZEROES
005540         DISPLAY "AVISO - " LINHAS-EXCEDENTES " LINHA(S) DO "
005550             "PEDIDO ALEM DA TABELA - USE ALM_GERACAO."
005560     END-IF.
005570     IF QTD-LINHAS-TABELA = ZEROES
005580         DISPLAY "ERRO - NENHUMA LINHA DE COMPRA NO PEDIDO PARA "
005590             "O LOTE " JOB-LOTE-MOVIMENTO " MATERIAL "
005600             MATERIAL-MOVIMENTO " GERACAO " GERACAO-INFORMADA
005610         SET ERRO-EXECUCAO TO TRUE
005620         MOVE 4 TO RETURN-CODE
005630         GO TO 2000-LOCALIZA-LINHA-PEDIDO-EXIT
005640     END-IF.
005650     OPEN INPUT ARQ-MOVIMENTO-ALMOX.
005660     IF FS-MOVIMENTO-ALMOX = "00"
005670         PERFORM 2100-SOMA-RECEBIDO
005680             THRU 2100-SOMA-RECEBIDO-EXIT
005690             UNTIL FIM-MOVIMENTO
005700         CLOSE ARQ-MOVIMENTO-ALMOX
005710     END-IF.
005720     MOVE ZEROES TO I-LINHA.
005730     PERFORM 2200-PROCURA-LINHA-ABERTA
005740         THRU 2200-PROCURA-LINHA-ABERTA-EXIT
005750         VARYING I-BUSCA-LINHA FROM 1 BY 1
005760         UNTIL I-BUSCA-LINHA > QTD-LINHAS-TABELA
005770            OR I-LINHA NOT = ZEROES.
005780     IF I-LINHA = ZEROES
005790         MOVE QTD-LINHAS-TABELA TO I-LINHA
005800     END-IF.
005810     MOVE TAB-LIN-PEDIDA (I-LINHA) TO QTDE-PEDIDA-LINHA.
005820     MOVE TAB-LIN-RECEBIDA (I-LINHA) TO QTDE-ANTERIOR-LINHA.
005830     COMPUTE QTDE-ACUMULADA-LINHA =
005840         QTDE-ANTERIOR-LINHA + QUANTIDADE-MOVIMENTO.
005850     MOVE ZEROES TO QTDE-DEVIDA-LINHA.
005860     IF QTDE-PEDIDA-LINHA > QTDE-ANTERIOR-LINHA
005870         COMPUTE QTDE-DEVIDA-LINHA =
005880             QTDE-PEDIDA-LINHA - QTDE-ANTERIOR-LINHA
005890     END-IF.
005900     EVALUATE TRUE
005910         WHEN QTDE-ACUMULADA-LINHA < QTDE-PEDIDA-LINHA
005920             SET ENTREGA-CURTA TO TRUE
005930             COMPUTE DIFERENCA-ENTREGA =
005940                 QTDE-PEDIDA-LINHA - QTDE-ACUMULADA-LINHA
005950         WHEN QTDE-ACUMULADA-LINHA > QTDE-PEDIDA-LINHA
005960             SET ENTREGA-EXCEDENTE TO TRUE
005970             COMPUTE DIFERENCA-ENTREGA =
005980                 QTDE-ACUMULADA-LINHA - QTDE-PEDIDA-LINHA
005990         WHEN OTHER
006000             SET ENTREGA-TOTAL TO TRUE
006010             MOVE ZEROES TO DIFERENCA-ENTREGA
006020     END-EVALUATE.
006030 2000-LOCALIZA-LINHA-PEDIDO-EXIT.
006040     EXIT.
006050 2010-CARREGA-LINHA-PEDIDO.
006060     READ ARQ-PEDIDO-COMPRA
006070         AT END
006080             SET FIM-PEDIDO TO TRUE
006090             GO TO 2010-CARREGA-LINHA-PEDIDO-EXIT
006100     END-READ.
006110     IF ORD-JOB-LOTE NOT = JOB-LOTE-MOVIMENTO OR
006120        ORD-CODIGO-MATERIAL NOT = MATERIAL-MOVIMENTO OR
006130        NOT ORD-CHAPA-NOVA OR
006140        ORD-FOLHAS NOT NUMERIC
006150         GO TO 2010-CARREGA-LINHA-PEDIDO-EXIT
006160     END-IF.
006170     IF ORD-FOLHAS = ZEROES
006180         GO TO 2010-CARREGA-LINHA-PEDIDO-EXIT
006190     END-IF.
006200     IF GERACAO-INFORMADA NOT = SPACES AND
006210        GERACAO-INFORMADA NOT = ORD-ID-GERACAO
006220         GO TO 2010-CARREGA-LINHA-PEDIDO-EXIT
006230     END-IF.
006240     IF QTD-LINHAS-TABELA NOT < MAXIMO-LINHAS-TABELA
006250         ADD 1 TO LINHAS-EXCEDENTES
006260         GO TO 2010-CARREGA-LINHA-PEDIDO-EXIT
006270     END-IF.
006280     ADD 1 TO QTD-LINHAS-TABELA.
006290     MOVE ORD-ID-GERACAO TO TAB-LIN-GERACAO (QTD-LINHAS-TABELA).
006300     MOVE ORD-FOLHAS TO TAB-LIN-PEDIDA (QTD-LINHAS-TABELA).
006310     MOVE ZEROES TO TAB-LIN-RECEBIDA (QTD-LINHAS-TABELA).
006320 2010-CARREGA-LINHA-PEDIDO-EXIT.
006330     EXIT.
006340*****************************************************************
006350*  SOMA UM RECEBIMENTO JA LANCADO NA LINHA DO PEDIDO A QUE ELE
006360*  PERTENCE (MESMA GERACAO, LOTE E MATERIAL).
006370*****************************************************************
006380 2100-SOMA-RECEBIDO.
006390     READ ARQ-MOVIMENTO-ALMOX
006400         AT END
006410             SET FIM-MOVIMENTO TO TRUE
006420             GO TO 2100-SOMA-RECEBIDO-EXIT
006430     END-READ.
006440     IF NOT ALM-RECEBIMENTO OR
006450        ALM-JOB-LOTE NOT = JOB-LOTE-MOVIMENTO OR
006460        ALM-CODIGO-MATERIAL NOT = MATERIAL-MOVIMENTO OR
006470        ALM-QUANTIDADE NOT NUMERIC
006480         GO TO 2100-SOMA-RECEBIDO-EXIT
006490     END-IF.
006500     PERFORM 2110-SOMA-NA-LINHA
006510         THRU 2110-SOMA-NA-LINHA-EXIT
006520         VARYING I-BUSCA-LINHA FROM 1 BY 1
006530         UNTIL I-BUSCA-LINHA > QTD-LINHAS-TABELA.
006540 2100-SOMA-RECEBIDO-EXIT.
006550     EXIT.
006560 2110-SOMA-NA-LINHA.
006570     IF TAB-LIN-GERACAO (I-BUSCA-LINHA) = ALM-ID-GERACAO
006580         ADD ALM-QUANTIDADE TO TAB-LIN-RECEBIDA (I-BUSCA-LINHA)
006590     END-IF.
006600 2110-SOMA-NA-LINHA-EXIT.
006610     EXIT.
006620 2200-PROCURA-LINHA-ABERTA.
006630     IF TAB-LIN-RECEBIDA (I-BUSCA-LINHA) <
006640        TAB-LIN-PEDIDA (I-BUSCA-LINHA)
006650         MOVE I-BUSCA-LINHA TO I-LINHA
006660     END-IF.
006670 2200-PROCURA-LINHA-ABERTA-EXIT.
006680     EXIT.
006690*****************************************************************
006700*  CONFERE A REQUISICAO CONTRA O EM MAOS DO ESTOQUE: NAO SE TIRA
006710*  DO ALMOXARIFADO MAIS FOLHAS DO QUE HA NELE (CODIGO 12).
006720*****************************************************************
006730 2300-CONFERE-REQUISICAO.
006740     IF QUANTIDADE-MOVIMENTO > TAB-EST-EM-MAOS (I-ESTOQUE)
006750         DISPLAY "ERRO - REQUISICAO DE " QUANTIDADE-MOVIMENTO
006760             " FOLHA(S) MAIOR QUE O EM MAOS ("
006770             TAB-EST-EM-MAOS (I-ESTOQUE) ") DO MATERIAL "
006780             MATERIAL-MOVIMENTO
006790         SET ERRO-EXECUCAO TO TRUE
006800         MOVE 12 TO RETURN-CODE
006810     END-IF.
006820 2300-CONFERE-REQUISICAO-EXIT.
006830     EXIT.
006840*****************************************************************
006850*  MOSTRA O MOVIMENTO E PEDE CONFIRMACAO NO MODO CONSOLE; COM OS
006860*  DADOS DO AMBIENTE (SCRIPT) O MOVIMENTO E CONFIRMADO SEM
006870*  PERGUNTA.
006880*****************************************************************
006890 2500-CONFIRMA-MOVIMENTO.
006900     DISPLAY "MATERIAL: " MATERIAL-MOVIMENTO " - "
006910         DESCRICAO-MATERIAL " LOTE: " JOB-LOTE-MOVIMENTO.
006920     IF TIPO-RECEBIMENTO
006930         DISPLAY "RECEBIMENTO DE " QUANTIDADE-MOVIMENTO
006940             " FOLHA(S) EM " DATA-MOVIMENTO " CORRIDA "
006950             CORRIDA-MOVIMENTO
006960         DISPLAY "LINHA DO PEDIDO - GERACAO "
006970             TAB-LIN-GERACAO (I-LINHA) " PEDIDAS: "
006980             QTDE-PEDIDA-LINHA " JA RECEBIDAS: "
006990             QTDE-ANTERIOR-LINHA
007000     ELSE
007010         DISPLAY "REQUISICAO DE " QUANTIDADE-MOVIMENTO
007020             " FOLHA(S) PARA O CORTE - EM MAOS: "
007030             TAB-EST-EM-MAOS (I-ESTOQUE) " RESERVADAS: "
007040             TAB-EST-RESERVADO (I-ESTOQUE)
007050     END-IF.
007060     IF MODO-AMBIENTE
007070         SET MOVIMENTO-CONFIRMADO TO TRUE
007080         GO TO 2500-CONFIRMA-MOVIMENTO-EXIT
007090     END-IF.
007100     DISPLAY "CONFIRMA O MOVIMENTO (S/N)? ".
007110     ACCEPT SW-CONFIRMACAO.
007120 2500-CONFIRMA-MOVIMENTO-EXIT.
007130     EXIT.
007140*****************************************************************
007150*  LANCA O RECEBIMENTO NO ESTOQUE: AS FOLHAS ENTRAM NO EM MAOS E
007160*  SAEM DO EM PEDIDO ATE O QUE A LINHA AINDA DEVIA (O EXCEDENTE
007170*  NUNCA ESTEVE EM PEDIDO). ENTREGA CURTA OU EXCEDENTE E
007180*  APONTADA E TERMINA COM 4.
007190*****************************************************************
007200 3000-LANCA-RECEBIMENTO.
007210     ADD QUANTIDADE-MOVIMENTO TO TAB-EST-EM-MAOS (I-ESTOQUE).
007220     IF QUANTIDADE-MOVIMENTO < QTDE-DEVIDA-LINHA
007230         MOVE QUANTIDADE-MOVIMENTO TO QTDE-BAIXA-PEDIDO
007240     ELSE
007250         MOVE QTDE-DEVIDA-LINHA TO QTDE-BAIXA-PEDIDO
007260     END-IF.
007270     IF QTDE-BAIXA-PEDIDO > TAB-EST-EM-PEDIDO (I-ESTOQUE)
007280         MOVE TAB-EST-EM-PEDIDO (I-ESTOQUE) TO QTDE-BAIXA-PEDIDO
007290     END-IF.
007300     SUBTRACT QTDE-BAIXA-PEDIDO
007310         FROM TAB-EST-EM-PEDIDO (I-ESTOQUE).
007320     MOVE DATA-MOVIMENTO TO TAB-EST-DATA (I-ESTOQUE).
007330     EVALUATE TRUE
007340         WHEN ENTREGA-CURTA
007350             DISPLAY "*** ENTREGA CURTA - FALTAM "
007360                 DIFERENCA-ENTREGA " FOLHA(S) NA LINHA."
007370             MOVE 4 TO RETURN-CODE
007380         WHEN ENTREGA-EXCEDENTE
007390             DISPLAY "*** ENTREGA EXCEDENTE - "
007400                 DIFERENCA-ENTREGA " FOLHA(S) ALEM DO PEDIDO."
007410             MOVE 4 TO RETURN-CODE
007420         WHEN OTHER
007430             DISPLAY "LINHA DO PEDIDO TOTALMENTE RECEBIDA."
007440     END-EVALUATE.
007450 3000-LANCA-RECEBIMENTO-EXIT.
007460     EXIT.
007470*****************************************************************
007480*  LANCA A REQUISICAO NO ESTOQUE: AS FOLHAS SAEM DO EM MAOS E DA
007490*  RESERVA DOS LOTES (ATE O QUE HAVIA RESERVADO).
007500*****************************************************************
007510 3500-LANCA-REQUISICAO.
007520     SUBTRACT QUANTIDADE-MOVIMENTO
007530         FROM TAB-EST-EM-MAOS (I-ESTOQUE).
007540     IF QUANTIDADE-MOVIMENTO < TAB-EST-RESERVADO (I-ESTOQUE)
007550         MOVE QUANTIDADE-MOVIMENTO TO QTDE-BAIXA-RESERVA
007560     ELSE
007570         MOVE TAB-EST-RESERVADO (I-ESTOQUE) TO QTDE-BAIXA-RESERVA
007580     END-IF.
007590     SUBTRACT QTDE-BAIXA-RESERVA
007600         FROM TAB-EST-RESERVADO (I-ESTOQUE).
007610     MOVE DATA-MOVIMENTO TO TAB-EST-DATA (I-ESTOQUE).
007620 3500-LANCA-REQUISICAO-EXIT.
007630     EXIT.
007640*****************************************************************
007650*  GRAVA O LANCAMENTO NO MOVIMENTO DO ALMOXARIFADO (SHPALM, EM
007660*  EXTEND; CRIADO NA PRIMEIRA VEZ).
007670*****************************************************************
007680 4000-GRAVA-MOVIMENTO.
007690     OPEN EXTEND ARQ-MOVIMENTO-ALMOX.
007700     IF FS-MOVIMENTO-ALMOX = "35"
007710         OPEN OUTPUT ARQ-MOVIMENTO-ALMOX
007720     END-IF.
007730     IF FS-MOVIMENTO-ALMOX NOT = "00"
007740         DISPLAY "ERRO - MOVIMENTO DO ALMOXARIFADO (SHPALM) NAO "
007750             "ABERTO - STATUS: " FS-MOVIMENTO-ALMOX
007760         SET ERRO-EXECUCAO TO TRUE
007770         MOVE 8 TO RETURN-CODE
007780         GO TO 4000-GRAVA-MOVIMENTO-EXIT
007790     END-IF.
007800     MOVE SPACES TO REG-MOVIMENTO-ALMOX.
007810     MOVE TIPO-MOVIMENTO TO ALM-TIPO-MOVIMENTO.
007820     MOVE DATA-MOVIMENTO TO ALM-DATA-MOVIMENTO.
007830     MOVE JOB-LOTE-MOVIMENTO TO ALM-JOB-LOTE.
007840     MOVE MATERIAL-MOVIMENTO TO ALM-CODIGO-MATERIAL.
007850     MOVE QUANTIDADE-MOVIMENTO TO ALM-QUANTIDADE.
007860     MOVE ZEROES TO ALM-QTDE-PEDIDA ALM-QTDE-ACUMULADA.
007870     MOVE OPERADOR-ID TO ALM-OPERADOR.
007880     IF TIPO-RECEBIMENTO
007890         MOVE TAB-LIN-GERACAO (I-LINHA) TO ALM-ID-GERACAO
007900         MOVE CORRIDA-MOVIMENTO TO ALM-CORRIDA
007910         MOVE QTDE-PEDIDA-LINHA TO ALM-QTDE-PEDIDA
007920         MOVE QTDE-ACUMULADA-LINHA TO ALM-QTDE-ACUMULADA
007930         MOVE SITUACAO-ENTREGA TO ALM-SITUACAO
007940     END-IF.
007950     WRITE REG-MOVIMENTO-ALMOX.
007960     IF FS-MOVIMENTO-ALMOX NOT = "00"
007970         DISPLAY "ERRO AO GRAVAR NO MOVIMENTO DO ALMOXARIFADO - "
007980             "STATUS: " FS-MOVIMENTO-ALMOX
007990         SET ERRO-EXECUCAO TO TRUE
008000         MOVE 8 TO RETURN-CODE
008010     END-IF.
008020     CLOSE ARQ-MOVIMENTO-ALMOX.
008030 4000-GRAVA-MOVIMENTO-EXIT.
008040     EXIT.
008050*****************************************************************
008060*  FINALIZACAO - REGRAVA O ESTOQUE DE CHAPAS COM O MOVIMENTO
008070*  LANCADO E MOSTRA A POSICAO DO MATERIAL.
008080*****************************************************************
008090 9000-FINALIZA.
008100     OPEN OUTPUT ARQ-ESTOQUE.
008110     IF FS-ESTOQUE NOT = "00"
008120         DISPLAY "ERRO - ESTOQUE DE CHAPAS (ESTMSTR) NAO "
008130             "REGRAVADO - STATUS: " FS-ESTOQUE
008140         MOVE 8 TO RETURN-CODE
008150         GO TO 9000-FINALIZA-EXIT
008160     END-IF.
008170     PERFORM 9100-GRAVA-ESTOQUE
008180         THRU 9100-GRAVA-ESTOQUE-EXIT
008190         VARYING I-BUSCA-ESTOQUE FROM 1 BY 1
008200         UNTIL I-BUSCA-ESTOQUE > QTD-ESTOQUE-TABELA.
008210     CLOSE ARQ-ESTOQUE.
008220     DISPLAY "ESTOQUE " MATERIAL-MOVIMENTO " - EM MAOS: "
008230         TAB-EST-EM-MAOS (I-ESTOQUE) " EM PEDIDO: "
008240         TAB-EST-EM-PEDIDO (I-ESTOQUE) " RESERVADO: "
008250         TAB-EST-RESERVADO (I-ESTOQUE).
008260 9000-FINALIZA-EXIT.
008270     EXIT.
008280 9100-GRAVA-ESTOQUE.
008290     MOVE TAB-EST-MATERIAL (I-BUSCA-ESTOQUE)
008300         TO EST-CODIGO-MATERIAL.
008310     MOVE TAB-EST-EM-MAOS (I-BUSCA-ESTOQUE) TO EST-EM-MAOS.
008320     MOVE TAB-EST-EM-PEDIDO (I-BUSCA-ESTOQUE) TO EST-EM-PEDIDO.
008330     MOVE TAB-EST-RESERVADO (I-BUSCA-ESTOQUE) TO EST-RESERVADO.
008340     MOVE TAB-EST-MINIMO (I-BUSCA-ESTOQUE) TO EST-MINIMO.
008350     MOVE TAB-EST-DATA (I-BUSCA-ESTOQUE) TO EST-DATA-MOVIMENTO.
008360     WRITE REG-ESTOQUE.
008370 9100-GRAVA-ESTOQUE-EXIT.
008380     EXIT.
008390 9999-FIM-PROGRAMA.
008400     STOP RUN.
