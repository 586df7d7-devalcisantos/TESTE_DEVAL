000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASQ.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - COTACAO DE LISTA DE
000120*                      CORTE SEM LANCAMENTO NA PRODUCAO. LE UMA
000130*                      LISTA NO LAYOUT DO SHPIN (ENTFRM, ARQUIVO
000140*                      COTIN) E APURA AREA, PERIMETRO E PESO COM
000150*                      AS MESMAS REGRAS DO AREAS (CONVERSAO DE
000160*                      PES, DEDUCOES D ABATIDAS DA PECA ANTERIOR,
000170*                      PERDA DO PERC_PERDA SOBRE A AREA LIQUIDA),
000180*                      SEM GRAVAR NADA NO SHPMSTR, SHPAUD, SHPMAT
000190*                      OU SHPREM. O PRECO SAI DO CUSTO DO
000200*                      MATERIAL (AREA BRUTA X MAT-CUSTO-M2 DO
000210*                      CADASTRO MATMSTR), DO CUSTO DE CORTE POR
000220*                      METRO DE PERIMETRO (CUSTO_CORTE_M) E DA
000230*                      MARGEM (PERC_MARGEM). A COTACAO RECEBE O
000240*                      PROXIMO NUMERO DO ARQUIVO DE COTACOES
000250*                      (SHPCOT, LAYOUT COTREG), E GRAVADA LA COM
000260*                      AS LINHAS DA LISTA E IMPRESSA NO SHPCTR
000270*                      COM CLIENTE, DESENHO E DATA DE VALIDADE
000280*                      (VALIDADE_DIAS CORRIDOS, PADRAO 30).
000290*                      COM COTACAO_ACAO = L, A COTACAO ACEITA
000300*                      (COTACAO_NUMERO) E LIBERADA: GRAVA O LOTE
000310*                      NOVO NO LOTMSTR (COTACAO_LOTE, COM A DATA
000320*                      DE ENTREGA COTACAO_ENTREGA) E A LISTA DE
000330*                      CORTE DO LOTE NO SHPLIB, PRONTA PARA A
000340*                      CADEIA RUNAREAS. COTACAO VENCIDA, JA
000350*                      LIBERADA, LOTE JA CADASTRADO OU DATA DE
000360*                      ENTREGA INVALIDA SAO RECUSADOS (CODIGO DE
000370*                      RETORNO 12). LINHA REJEITADA NA COTACAO OU
000380*                      MATERIAL SEM CUSTO TERMINAM COM 4; FALHA
000390*                      DE ARQUIVO COM 8.
000400*  15/10/2026  EJS     A LIBERACAO PASSA A EXIGIR O OPERADOR
000410*                      (OPERADOR_ID, VALIDADO NO OPRMSTR) E A
000420*                      GRAVAR A INCLUSAO DO LOTE NO LOG DE
000430*                      ALTERACOES DE LOTES (SHPLLG), COMO A
000440*                      MANUTENCAO DE LOTES AREASL.
000442*  15/10/2026  EJS     REGISTRO DE ENTRADA AMPLIADO PARA 49
000444*                      POSICOES (CODIGO DA PECA DO CATALOGO). A
000446*                      COTACAO CONTINUA SO COM LINHAS POR MEDIDA:
000448*                      LINHA P DO CATALOGO SAI COMO OCORRENCIA.
000449*  15/10/2026  EJS     AS DATAS DE EMISSAO, VALIDADE E LIBERACAO
000450*                      PASSAM A PARTIR DA DATA DE PROCESSAMENTO DO
000451*                      CONTROLE SHPDAT (MANTIDO PELO AREASN), NAO
000452*                      DO RELOGIO. A LIBERACAO, QUE CRIA O LOTE, E
000453*                      RECUSADA COM O DIA FECHADO (CODIGO 12); A
000454*                      COTACAO NAO.
000455*  15/10/2026  EJS     NA LIBERACAO, FALHA AO GRAVAR O LOTE NO
000456*                      LOTMSTR, AO ABRIR OU GRAVAR O SHPLIB OU AO
000457*                      GRAVAR O LOG SHPLLG TERMINA COM CODIGO 8
000458*                      SEM MARCAR A COTACAO COMO LIBERADA.
000459*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ARQ-ENTRADA-COTACAO ASSIGN TO COTIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-ENTRADA-COTACAO.
000520     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-MATERIAIS.
000550     SELECT ARQ-COTACOES ASSIGN TO SHPCOT
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS COT-CHAVE
000590         FILE STATUS IS FS-COTACOES.
000600     SELECT ARQ-RELATORIO-COTACAO ASSIGN TO SHPCTR
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-LOTES.
000650     SELECT ARQ-LISTA-LIBERADA ASSIGN TO SHPLIB
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-LISTA-LIBERADA.
000680     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-OPERADORES.
000710     SELECT ARQ-LOG-LOTES ASSIGN TO SHPLLG
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-LOG-LOTES.
000732     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000734         ORGANIZATION IS LINE SEQUENTIAL
000736         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ARQ-ENTRADA-COTACAO
000770     RECORDING MODE IS F.
000780 01  REG-ENTRADA-COTACAO.
000790     COPY ENTFRM.
000800 FD  ARQ-MATERIAIS
000810     RECORDING MODE IS F.
000820 01  REG-MATERIAIS.
000830     COPY MATMST.
000840 FD  ARQ-COTACOES.
000850 01  REG-COTACOES.
000860     COPY COTREG.
000870 FD  ARQ-RELATORIO-COTACAO
000880     RECORDING MODE IS F.
000890 01  REG-RELATORIO-COTACAO       PIC X(100).
000900 FD  ARQ-LOTES
000910     RECORDING MODE IS F.
000920 01  REG-LOTES.
000930     COPY LOTMST.
000940 FD  ARQ-LISTA-LIBERADA
000950     RECORDING MODE IS F.
000960 01  REG-LISTA-LIBERADA.
000970     COPY ENTFRM REPLACING LEADING ==ENT== BY ==LIB==.
000980 FD  ARQ-OPERADORES
000990     RECORDING MODE IS F.
001000 01  REG-OPERADORES.
001010     05  OPR-ID                  PIC X(08).
001020     05  OPR-NOME                PIC X(30).
001030     05  OPR-NIVEL               PIC X(01).
001040         88  OPR-NIVEL-SUPERVISOR   VALUE "S".
001050         88  OPR-NIVEL-OPERADOR     VALUE "O".
001060 FD  ARQ-LOG-LOTES
001070     RECORDING MODE IS F.
001080 01  REG-LOG-LOTES.
001090     COPY LOTLOG.
001092 FD  ARQ-DATA-PROCESSAMENTO
001094     RECORDING MODE IS F.
001096 01  REG-DATA-PROCESSAMENTO.
001098     COPY DATPRC.
001100 WORKING-STORAGE SECTION.
001110 01  PI-VALOR            PIC 9V9999 VALUE 3.1416.
001120 01  LADO                PIC 9(4)V99.
001130 01  ALTURA              PIC 9(4)V99.
001140 01  RAIO                PIC 9(4)V99.
001150 01  AREA-CALCULADA      PIC 9(8)V99 VALUE ZEROES.
001160 01  PERIMETRO-CALCULADO PIC 9(8)V99 VALUE ZEROES.
001170 77  ALTURA-EM-METROS    PIC 9(4)V99 VALUE ZEROES.
001180 77  MEIA-BASE-TRAPEZIO  PIC S9(4)V99 VALUE ZEROES.
001190 77  PERNA-TRAPEZIO      PIC 9(6)V99 VALUE ZEROES.
001200 77  QUANTIDADE-ATUAL    PIC 9(3) VALUE 1.
001210 77  FATOR-CONVERSAO-UNIDADE PIC 9V9999 VALUE 1.0000.
001220 01  NOME-FORMA-ATUAL    PIC X(14).
001230 01  UNIDADE-MEDIDA-ATUAL    PIC X(01).
001240     88  MEDIDA-METROS               VALUE "M".
001250     88  MEDIDA-PES                  VALUE "P".
001260 01  SW-TIPO-LINHA-ATUAL     PIC X(01) VALUE SPACES.
001270     88  LINHA-DEDUCAO               VALUE "D".
001280 01  SW-REGISTRO-VALIDO      PIC X(01).
001290     88  REGISTRO-VALIDO             VALUE "S".
001300     88  REGISTRO-INVALIDO           VALUE "N".
001310 01  SW-FIM-ENTRADA          PIC X(01) VALUE "N".
001320     88  FIM-ENTRADA                 VALUE "S".
001330     88  NAO-FIM-ENTRADA             VALUE "N".
001340 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
001350     88  FIM-MATERIAIS               VALUE "S".
001360 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
001370     88  FIM-LOTES                   VALUE "S".
001380     88  NAO-FIM-LOTES               VALUE "N".
001390 01  SW-FIM-LINHAS-COTACAO   PIC X(01) VALUE "N".
001400     88  FIM-LINHAS-COTACAO          VALUE "S".
001410     88  NAO-FIM-LINHAS-COTACAO      VALUE "N".
001420 01  SW-PECA-PENDENTE        PIC X(01) VALUE "N".
001430     88  PECA-PENDENTE               VALUE "S".
001440     88  SEM-PECA-PENDENTE           VALUE "N".
001450 01  SW-LOTE-EXISTENTE       PIC X(01) VALUE "N".
001460     88  LOTE-EXISTENTE              VALUE "S".
001470     88  LOTE-INEDITO                VALUE "N".
001480 01  SW-DATA-VALIDA          PIC X(01) VALUE "N".
001490     88  DATA-VALIDA                 VALUE "S".
001500     88  DATA-INVALIDA               VALUE "N".
001510 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001520     88  ERRO-EXECUCAO               VALUE "S".
001530 01  SW-ERRO-ARQUIVO         PIC X(01) VALUE "N".
001540     88  ERRO-ARQUIVO                VALUE "S".
001550 01  SW-ACAO-COTACAO         PIC X(01) VALUE "C".
001560     88  ACAO-COTAR                  VALUE "C".
001570     88  ACAO-LIBERAR                VALUE "L".
001580 77  FS-ENTRADA-COTACAO      PIC X(02) VALUE ZEROES.
001590 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
001600 77  FS-COTACOES             PIC X(02) VALUE ZEROES.
001610 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001620 77  FS-LISTA-LIBERADA       PIC X(02) VALUE ZEROES.
001630 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001640 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
001650 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
001660 77  FS-LOG-LOTES            PIC X(02) VALUE ZEROES.
001662 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001664 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001666     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001668     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001670 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001680 77  NOME-OPERADOR-ATUAL     PIC X(30) VALUE SPACES.
001690 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
001700     88  OPERADOR-AUTORIZADO         VALUE "S".
001710     88  OPERADOR-RECUSADO           VALUE "N".
001720 01  SW-FIM-OPERADORES       PIC X(01) VALUE "N".
001730     88  FIM-OPERADORES              VALUE "S".
001740     88  NAO-FIM-OPERADORES          VALUE "N".
001750 01  ENV-ACAO-COTACAO        PIC X(01).
001760 01  ENV-CLIENTE             PIC X(30).
001770 01  ENV-DESENHO             PIC X(15).
001780 01  ENV-PERC-PERDA          PIC X(04).
001790 01  ENV-PERC-PERDA-R REDEFINES ENV-PERC-PERDA PIC 9(2)V99.
001800 01  ENV-PERC-MARGEM         PIC X(04).
001810 01  ENV-PERC-MARGEM-R REDEFINES ENV-PERC-MARGEM PIC 9(2)V99.
001820 01  ENV-CUSTO-CORTE-M       PIC X(06).
001830 01  ENV-CUSTO-CORTE-M-R REDEFINES ENV-CUSTO-CORTE-M
001840                             PIC 9(4)V99.
001850 01  ENV-VALIDADE-DIAS       PIC X(03).
001860 01  ENV-VALIDADE-DIAS-R REDEFINES ENV-VALIDADE-DIAS PIC 9(03).
001870 01  ENV-NUMERO-COTACAO      PIC X(06).
001880 01  ENV-NUMERO-COTACAO-R REDEFINES ENV-NUMERO-COTACAO
001890                             PIC 9(06).
001900 01  ENV-LOTE-LIBERADO       PIC X(10).
001910 01  ENV-DATA-ENTREGA        PIC X(08).
001920 01  ENV-DATA-ENTREGA-R REDEFINES ENV-DATA-ENTREGA PIC 9(08).
001930 77  PERC-PERDA              PIC 9(2)V99 VALUE ZEROES.
001940 77  PERC-MARGEM             PIC 9(2)V99 VALUE ZEROES.
001950 77  CUSTO-CORTE-M           PIC 9(4)V99 VALUE ZEROES.
001960 77  VALIDADE-DIAS           PIC 9(03) VALUE 30.
001970 77  I-DIA                   PIC 9(03) VALUE ZEROES COMP.
001980 77  NUMERO-COTACAO          PIC 9(06) VALUE ZEROES.
001990 77  LINHA-COTACAO           PIC 9(04) VALUE ZEROES.
002000 77  DATA-VALIDADE-COTACAO   PIC 9(08) VALUE ZEROES.
002010 77  CODIGO-MATERIAL-ATUAL   PIC X(05) VALUE SPACES.
002020 77  I-MATERIAL              PIC 9(03) VALUE ZEROES COMP.
002030 77  I-BUSCA-MATERIAL        PIC 9(03) VALUE ZEROES COMP.
002040 77  QTD-MATERIAIS-TABELA    PIC 9(03) VALUE ZEROES COMP.
002050 77  MAXIMO-MATERIAIS-TABELA PIC 9(03) VALUE 200 COMP.
002060 01  TABELA-MATERIAIS.
002070     05  ITEM-MATERIAL OCCURS 200.
002080         10  TAB-MAT-CODIGO      PIC X(05).
002090         10  TAB-MAT-ESPESSURA   PIC 9(2)V99.
002100         10  TAB-MAT-DENSIDADE   PIC 9(5)V99.
002110         10  TAB-MAT-CUSTO-M2    PIC 9(6)V99.
002120 77  ESPESSURA-MATERIAL-ATUAL PIC 9(2)V99 VALUE ZEROES.
002130 77  DENSIDADE-MATERIAL-ATUAL PIC 9(5)V99 VALUE ZEROES.
002140 77  CUSTO-M2-MATERIAL-ATUAL PIC 9(6)V99 VALUE ZEROES.
002150 77  AREA-LIQUIDA-CALCULADA  PIC 9(10)V99 VALUE ZEROES.
002160 77  AREA-BRUTA-CALCULADA    PIC 9(10)V99 VALUE ZEROES.
002170 77  PERIMETRO-EXTENDIDO     PIC 9(10)V99 VALUE ZEROES.
002180 77  PESO-UNITARIO-CALCULADO PIC 9(6)V99 VALUE ZEROES.
002190 77  PESO-EXTENDIDO-CALCULADO PIC 9(8)V99 VALUE ZEROES.
002200 77  CUSTO-MATERIAL-LINHA    PIC 9(10)V99 VALUE ZEROES.
002210 77  CUSTO-CORTE-LINHA       PIC 9(10)V99 VALUE ZEROES.
002220 77  AREA-DEDUZIDA-TRABALHO  PIC 9(8)V99 VALUE ZEROES.
002230 77  I-DEDUCAO               PIC 9(02) VALUE ZEROES COMP.
002240 77  MAXIMO-DEDUCOES-PECA    PIC 9(02) VALUE 10 COMP.
002250 01  PECA-EM-ABERTO.
002260     05  PEN-REGISTRO        PIC X(49).
002270     05  PEN-FORMA           PIC X(14).
002280     05  PEN-UNIDADE         PIC X(01).
002290     05  PEN-QUANTIDADE      PIC 9(3).
002300     05  PEN-CODIGO-MATERIAL PIC X(05).
002310     05  PEN-AREA-LIQUIDA    PIC S9(8)V99.
002320     05  PEN-PERIMETRO       PIC 9(8)V99.
002330     05  PEN-QTDE-DEDUCOES   PIC 9(02).
002340 01  TABELA-DEDUCOES-PECA.
002350     05  DEDUCAO-PECA OCCURS 10.
002360         10  DED-REGISTRO    PIC X(49).
002370         10  DED-FORMA       PIC X(14).
002380         10  DED-QTDE-FUROS  PIC 9(3).
002390 77  CONT-REGISTROS-LIDOS    PIC 9(07) VALUE ZEROES COMP.
002400 77  CONT-PECAS-COTADAS      PIC 9(07) VALUE ZEROES COMP.
002410 77  CONT-REJEITADOS         PIC 9(07) VALUE ZEROES COMP.
002420 77  CONT-SEM-CUSTO          PIC 9(07) VALUE ZEROES COMP.
002430 77  CONT-LINHAS-LIBERADAS   PIC 9(07) VALUE ZEROES COMP.
002440 77  TOTAL-AREA-LIQUIDA      PIC 9(10)V99 VALUE ZEROES.
002450 77  TOTAL-AREA-BRUTA        PIC 9(10)V99 VALUE ZEROES.
002460 77  TOTAL-PERIMETRO         PIC 9(10)V99 VALUE ZEROES.
002470 77  TOTAL-PESO              PIC 9(10)V99 VALUE ZEROES.
002480 77  TOTAL-CUSTO-MATERIAL    PIC 9(10)V99 VALUE ZEROES.
002490 77  TOTAL-CUSTO-CORTE       PIC 9(10)V99 VALUE ZEROES.
002500 77  SUBTOTAL-COTACAO        PIC 9(10)V99 VALUE ZEROES.
002510 77  VALOR-MARGEM            PIC 9(10)V99 VALUE ZEROES.
002520 77  VALOR-TOTAL-COTACAO     PIC 9(10)V99 VALUE ZEROES.
002530 01  DATA-CALCULO.
002540     05  DTC-ANO             PIC 9(04).
002550     05  DTC-MES             PIC 9(02).
002560     05  DTC-DIA             PIC 9(02).
002570 01  DATA-CALCULO-R REDEFINES DATA-CALCULO PIC 9(08).
002580 01  DIAS-POR-MES-VALORES    PIC X(24)
002590         VALUE "312831303130313130313031".
002600 01  DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
002610     05  DIAS-MES            PIC 9(02) OCCURS 12.
002620 77  DIAS-NO-MES             PIC 9(02) VALUE ZEROES.
002630 77  QUOCIENTE-DIVISAO       PIC 9(04) VALUE ZEROES COMP.
002640 77  RESTO-DIVISAO           PIC 9(04) VALUE ZEROES COMP.
002650 01  LINHA-TITULO-COTACAO.
002660     05  FILLER              PIC X(27)
002670             VALUE "COTACAO DE CORTE NUMERO:  ".
002680     05  TIT-NUMERO          PIC 9(06).
002690     05  FILLER              PIC X(14) VALUE "   EMISSAO:   ".
002700     05  TIT-EMISSAO         PIC 9(08).
002710     05  FILLER              PIC X(16) VALUE "   VALIDA ATE:  ".
002720     05  TIT-VALIDADE        PIC 9(08).
002730 01  LINHA-CLIENTE-COTACAO.
002740     05  FILLER              PIC X(09) VALUE "CLIENTE: ".
002750     05  CLI-CLIENTE         PIC X(30).
002760     05  FILLER              PIC X(12) VALUE "   DESENHO: ".
002770     05  CLI-DESENHO         PIC X(15).
002780 01  LINHA-CABECALHO-COTACAO.
002790     05  FILLER              PIC X(06) VALUE "SEQ".
002800     05  FILLER              PIC X(14) VALUE "FORMA".
002810     05  FILLER              PIC X(05) VALUE "QTDE".
002820     05  FILLER              PIC X(07) VALUE "MATL".
002830     05  FILLER              PIC X(12) VALUE "AREA (M2)".
002840     05  FILLER              PIC X(12) VALUE "CORTE (M)".
002850     05  FILLER              PIC X(11) VALUE "PESO (KG)".
002860     05  FILLER              PIC X(13) VALUE "MATERIAL R$".
002870     05  FILLER              PIC X(11) VALUE "CORTE R$".
002880 01  LINHA-DETALHE-COTACAO.
002890     05  DET-COT-LINHA       PIC 9(04).
002900     05  FILLER              PIC X(02) VALUE SPACES.
002910     05  DET-COT-FORMA       PIC X(12).
002920     05  FILLER              PIC X(02) VALUE SPACES.
002930     05  DET-COT-QTDE        PIC ZZ9.
002940     05  FILLER              PIC X(02) VALUE SPACES.
002950     05  DET-COT-MATERIAL    PIC X(05).
002960     05  FILLER              PIC X(02) VALUE SPACES.
002970     05  DET-COT-AREA        PIC ZZZZZZ9.99.
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  DET-COT-PERIMETRO   PIC ZZZZZZ9.99.
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  DET-COT-PESO        PIC ZZZZZ9.99.
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  DET-COT-CUSTO-MAT   PIC ZZZZZZZ9.99.
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  DET-COT-CUSTO-CORTE PIC ZZZZZZZ9.99.
003060 01  LINHA-DEDUCAO-COTACAO.
003070     05  DED-COT-LINHA       PIC 9(04).
003080     05  FILLER              PIC X(04) VALUE SPACES.
003090     05  FILLER              PIC X(10) VALUE "- DEDUCAO ".
003100     05  DED-COT-FORMA       PIC X(12).
003110     05  FILLER              PIC X(07) VALUE " FUROS:".
003120     05  DED-COT-QTDE        PIC ZZ9.
003130 01  LINHA-EXCECAO-COTACAO.
003140     05  FILLER              PIC X(14) VALUE "*** REGISTRO ".
003150     05  EXC-COT-REGISTRO    PIC ZZZZZZ9.
003160     05  FILLER              PIC X(02) VALUE ": ".
003170     05  EXC-COT-OCORRENCIA  PIC X(60).
003180 01  LINHA-TOTAL-COTACAO.
003190     05  TOT-COT-TITULO      PIC X(40).
003200     05  TOT-COT-VALOR       PIC ZZZZZZZZZ9.99.
003210 PROCEDURE DIVISION.
003220 0000-MAINLINE.
003230     PERFORM 1000-INICIALIZA
003240         THRU 1000-INICIALIZA-EXIT.
003250     IF ERRO-EXECUCAO
003260         GO TO 9999-FIM-PROGRAMA
003270     END-IF.
003280     IF ACAO-LIBERAR
003290         PERFORM 6000-LIBERA-COTACAO
003300             THRU 6000-LIBERA-COTACAO-EXIT
003310     ELSE
003320         PERFORM 2000-LE-PROXIMO-REGISTRO
003330             THRU 2000-LE-PROXIMO-REGISTRO-EXIT
003340         PERFORM 2100-PROCESSA-REGISTRO
003350             THRU 2100-PROCESSA-REGISTRO-EXIT
003360             UNTIL FIM-ENTRADA
003370         PERFORM 3300-ENCERRA-PECA-PENDENTE
003380             THRU 3300-ENCERRA-PECA-PENDENTE-EXIT
003390         PERFORM 8800-FECHA-COTACAO
003400             THRU 8800-FECHA-COTACAO-EXIT
003410     END-IF.
003420     PERFORM 9000-FINALIZA
003430         THRU 9000-FINALIZA-EXIT.
003440     GO TO 9999-FIM-PROGRAMA.
003450*****************************************************************
003460*  INICIALIZACAO - LE OS PARAMETROS DO AMBIENTE E ABRE O ARQUIVO
003470*  DE COTACOES. NA COTACAO (ACAO C, PADRAO) CARREGA O CADASTRO DE
003480*  MATERIAIS, ABRE A LISTA COTIN E O DOCUMENTO SHPCTR E OBTEM O
003490*  NUMERO DA COTACAO. SEM A LISTA, SEM O CADASTRO DE MATERIAIS
003500*  OU SEM O ARQUIVO DE COTACOES O PROGRAMA NAO RODA (CODIGO 8).
003510*****************************************************************
003520 1000-INICIALIZA.
003526     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
003532         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003540     MOVE SPACES TO ENV-ACAO-COTACAO.
003550     ACCEPT ENV-ACAO-COTACAO FROM ENVIRONMENT "COTACAO_ACAO".
003560     IF ENV-ACAO-COTACAO = "L"
003570         SET ACAO-LIBERAR TO TRUE
003580     ELSE
003590         SET ACAO-COTAR TO TRUE
003600     END-IF.
003601     IF ACAO-LIBERAR AND DIA-PROCESSAMENTO-FECHADO
003602         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
003603             " FECHADO - LIBERACAO RECUSADA. ABRA O DIA (AREASN)."
003604         SET ERRO-EXECUCAO TO TRUE
003605         MOVE 12 TO RETURN-CODE
003606         GO TO 1000-INICIALIZA-EXIT
003607     END-IF.
003610     OPEN I-O ARQ-COTACOES.
003620     IF FS-COTACOES = "35" AND ACAO-COTAR
003630         CLOSE ARQ-COTACOES
003640         OPEN OUTPUT ARQ-COTACOES
003650         CLOSE ARQ-COTACOES
003660         OPEN I-O ARQ-COTACOES
003670     END-IF.
003680     IF FS-COTACOES NOT = "00"
003690         DISPLAY "ERRO - ARQUIVO DE COTACOES (SHPCOT) NAO "
003700             "ABERTO - STATUS: " FS-COTACOES
003710         SET ERRO-EXECUCAO TO TRUE
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 1000-INICIALIZA-EXIT
003740     END-IF.
003750     IF ACAO-LIBERAR
003760         GO TO 1000-INICIALIZA-EXIT
003770     END-IF.
003780     PERFORM 1100-LE-PARAMETROS-COTACAO
003790         THRU 1100-LE-PARAMETROS-COTACAO-EXIT.
003800     OPEN INPUT ARQ-MATERIAIS.
003810     IF FS-MATERIAIS NOT = "00"
003820         DISPLAY "ERRO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
003830             "ABERTO - STATUS: " FS-MATERIAIS
003840         CLOSE ARQ-COTACOES
003850         SET ERRO-EXECUCAO TO TRUE
003860         MOVE 8 TO RETURN-CODE
003870         GO TO 1000-INICIALIZA-EXIT
003880     END-IF.
003890     PERFORM 1300-CARREGA-MATERIAL
003900         THRU 1300-CARREGA-MATERIAL-EXIT
003910         UNTIL FIM-MATERIAIS.
003920     CLOSE ARQ-MATERIAIS.
003930     OPEN INPUT ARQ-ENTRADA-COTACAO.
003940     IF FS-ENTRADA-COTACAO NOT = "00"
003950         DISPLAY "ERRO - LISTA DE CORTE DA COTACAO (COTIN) NAO "
003960             "ABERTA - STATUS: " FS-ENTRADA-COTACAO
003970         CLOSE ARQ-COTACOES
003980         SET ERRO-EXECUCAO TO TRUE
003990         MOVE 8 TO RETURN-CODE
004000         GO TO 1000-INICIALIZA-EXIT
004010     END-IF.
004020     PERFORM 1200-OBTEM-NUMERO-COTACAO
004030         THRU 1200-OBTEM-NUMERO-COTACAO-EXIT.
004040     MOVE DATA-SISTEMA TO DATA-CALCULO-R.
004050     PERFORM 7510-SOMA-UM-DIA
004060         THRU 7510-SOMA-UM-DIA-EXIT
004070         VARYING I-DIA FROM 1 BY 1
004080         UNTIL I-DIA > VALIDADE-DIAS.
004090     MOVE DATA-CALCULO-R TO DATA-VALIDADE-COTACAO.
004100     OPEN OUTPUT ARQ-RELATORIO-COTACAO.
004110     MOVE NUMERO-COTACAO TO TIT-NUMERO.
004120     MOVE DATA-SISTEMA TO TIT-EMISSAO.
004130     MOVE DATA-VALIDADE-COTACAO TO TIT-VALIDADE.
004140     WRITE REG-RELATORIO-COTACAO FROM LINHA-TITULO-COTACAO.
004150     MOVE ENV-CLIENTE TO CLI-CLIENTE.
004160     MOVE ENV-DESENHO TO CLI-DESENHO.
004170     WRITE REG-RELATORIO-COTACAO FROM LINHA-CLIENTE-COTACAO.
004180     MOVE SPACES TO REG-RELATORIO-COTACAO.
004190     WRITE REG-RELATORIO-COTACAO.
004200     WRITE REG-RELATORIO-COTACAO FROM LINHA-CABECALHO-COTACAO.
004210 1000-INICIALIZA-EXIT.
004220     EXIT.
004221*****************************************************************
004222*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
004223*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
004224*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
004225*  FICA EM SW-DIA-PROCESSAMENTO.
004226*****************************************************************
004227 1050-OBTEM-DATA-PROCESSAMENTO.
004228     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
004229     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
004230     IF FS-DATA-PROCESSAMENTO NOT = "00"
004231         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
004232             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
004233         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
004234     END-IF.
004235     READ ARQ-DATA-PROCESSAMENTO
004236         AT END
004237             MOVE SPACES TO REG-DATA-PROCESSAMENTO
004238     END-READ.
004239     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
004240         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
004241         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
004242     ELSE
004243         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
004244             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
004245     END-IF.
004246     CLOSE ARQ-DATA-PROCESSAMENTO.
004247 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
004248     EXIT.
004249*****************************************************************
004250*  PARAMETROS DA COTACAO, DO AMBIENTE: CLIENTE E DESENHO (TEXTO),
004251*  PERC_PERDA E PERC_MARGEM (QUATRO DIGITOS, DUAS CASAS
004260*  IMPLICITAS: 2500 = 25,00%), CUSTO_CORTE_M (SEIS DIGITOS, DUAS
004270*  CASAS: 001250 = R$ 12,50 POR METRO) E VALIDADE_DIAS (TRES
004280*  DIGITOS). VALOR AUSENTE OU NAO NUMERICO FICA NO PADRAO (ZERO,
004290*  OU 30 DIAS DE VALIDADE), COM AVISO PARA O CUSTO DE CORTE.
004300*****************************************************************
004310 1100-LE-PARAMETROS-COTACAO.
004320     MOVE SPACES TO ENV-CLIENTE ENV-DESENHO.
004330     ACCEPT ENV-CLIENTE FROM ENVIRONMENT "COTACAO_CLIENTE".
004340     ACCEPT ENV-DESENHO FROM ENVIRONMENT "COTACAO_DESENHO".
004350     IF ENV-CLIENTE = SPACES
004360         DISPLAY "AVISO - COTACAO SEM NOME DO CLIENTE."
004370     END-IF.
004380     MOVE SPACES TO ENV-PERC-PERDA.
004390     ACCEPT ENV-PERC-PERDA FROM ENVIRONMENT "PERC_PERDA".
004400     IF ENV-PERC-PERDA IS NUMERIC
004410         MOVE ENV-PERC-PERDA-R TO PERC-PERDA
004420     END-IF.
004430     MOVE SPACES TO ENV-PERC-MARGEM.
004440     ACCEPT ENV-PERC-MARGEM FROM ENVIRONMENT "PERC_MARGEM".
004450     IF ENV-PERC-MARGEM IS NUMERIC
004460         MOVE ENV-PERC-MARGEM-R TO PERC-MARGEM
004470     END-IF.
004480     MOVE SPACES TO ENV-CUSTO-CORTE-M.
004490     ACCEPT ENV-CUSTO-CORTE-M FROM ENVIRONMENT "CUSTO_CORTE_M".
004500     IF ENV-CUSTO-CORTE-M IS NUMERIC
004510         MOVE ENV-CUSTO-CORTE-M-R TO CUSTO-CORTE-M
004520     ELSE
004530         DISPLAY "AVISO - CUSTO_CORTE_M AUSENTE OU INVALIDO - "
004540             "COTACAO SEM CUSTO DE CORTE."
004550     END-IF.
004560     MOVE SPACES TO ENV-VALIDADE-DIAS.
004570     ACCEPT ENV-VALIDADE-DIAS FROM ENVIRONMENT "VALIDADE_DIAS".
004580     IF ENV-VALIDADE-DIAS IS NUMERIC AND
004590        ENV-VALIDADE-DIAS-R > ZEROES
004600         MOVE ENV-VALIDADE-DIAS-R TO VALIDADE-DIAS
004610     END-IF.
004620 1100-LE-PARAMETROS-COTACAO-EXIT.
004630     EXIT.
004640*****************************************************************
004650*  OBTEM O NUMERO DA NOVA COTACAO: A ULTIMA CHAVE DO ARQUIVO DE
004660*  COTACOES MAIS UM (ARQUIVO VAZIO COMECA NA COTACAO 1).
004670*****************************************************************
004680 1200-OBTEM-NUMERO-COTACAO.
004690     MOVE ZEROES TO NUMERO-COTACAO.
004700     MOVE 999999 TO COT-NUMERO.
004710     MOVE 9999 TO COT-LINHA.
004720     START ARQ-COTACOES KEY IS NOT > COT-CHAVE
004730         INVALID KEY
004740             CONTINUE
004750     END-START.
004760     IF FS-COTACOES = "00"
004770         READ ARQ-COTACOES NEXT RECORD
004780             AT END
004790                 CONTINUE
004800         END-READ
004810         IF FS-COTACOES = "00"
004820             MOVE COT-NUMERO TO NUMERO-COTACAO
004830         END-IF
004840     END-IF.
004850     ADD 1 TO NUMERO-COTACAO.
004860 1200-OBTEM-NUMERO-COTACAO-EXIT.
004870     EXIT.
004880*****************************************************************
004890*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA (ESPESSURA E
004900*  DENSIDADE PARA O PESO, CUSTO POR M2 PARA O PRECO).
004910*****************************************************************
004920 1300-CARREGA-MATERIAL.
004930     READ ARQ-MATERIAIS
004940         AT END
004950             SET FIM-MATERIAIS TO TRUE
004960             GO TO 1300-CARREGA-MATERIAL-EXIT
004970     END-READ.
004980     IF QTD-MATERIAIS-TABELA < MAXIMO-MATERIAIS-TABELA
004990         ADD 1 TO QTD-MATERIAIS-TABELA
005000         MOVE MAT-CODIGO
005010             TO TAB-MAT-CODIGO (QTD-MATERIAIS-TABELA)
005020         MOVE MAT-ESPESSURA
005030             TO TAB-MAT-ESPESSURA (QTD-MATERIAIS-TABELA)
005040         MOVE MAT-DENSIDADE
005050             TO TAB-MAT-DENSIDADE (QTD-MATERIAIS-TABELA)
005060         MOVE MAT-CUSTO-M2
005070             TO TAB-MAT-CUSTO-M2 (QTD-MATERIAIS-TABELA)
005080     ELSE
005090         DISPLAY "AVISO - TABELA DE MATERIAIS ESGOTADA - "
005100             "CODIGO IGNORADO: " MAT-CODIGO
005110     END-IF.
005120 1300-CARREGA-MATERIAL-EXIT.
005130     EXIT.
005140*****************************************************************
005150*  LEITURA DO PROXIMO REGISTRO DA LISTA DE CORTE DA COTACAO.
005160*****************************************************************
005170 2000-LE-PROXIMO-REGISTRO.
005180     READ ARQ-ENTRADA-COTACAO
005190         AT END
005200             SET FIM-ENTRADA TO TRUE
005210         NOT AT END
005220             ADD 1 TO CONT-REGISTROS-LIDOS
005230     END-READ.
005240 2000-LE-PROXIMO-REGISTRO-EXIT.
005250     EXIT.
005260*****************************************************************
005270*  TRATA UM REGISTRO DA LISTA COMO O AREAS: LINHA DE PECA ENCERRA
005280*  A PECA ANTERIOR E FICA EM ABERTO ESPERANDO DEDUCOES; LINHA D
005290*  ABATE DA PECA EM ABERTO. REGISTRO INVALIDO (FORMA, DIMENSAO OU
005300*  DEDUCAO SEM PECA) SAI COMO OCORRENCIA E NAO ENTRA NA COTACAO.
005310*****************************************************************
005320 2100-PROCESSA-REGISTRO.
005330     MOVE ENT-TIPO-LINHA TO SW-TIPO-LINHA-ATUAL.
005340     IF NOT LINHA-DEDUCAO
005350         PERFORM 3300-ENCERRA-PECA-PENDENTE
005360             THRU 3300-ENCERRA-PECA-PENDENTE-EXIT
005370     ELSE
005380         IF SEM-PECA-PENDENTE
005390             MOVE "DEDUCAO SEM LINHA DE PECA ANTERIOR - IGNORADA"
005400                 TO EXC-COT-OCORRENCIA
005410             PERFORM 8300-IMPRIME-EXCECAO
005420                 THRU 8300-IMPRIME-EXCECAO-EXIT
005430             GO TO 2100-PROCESSA-REGISTRO-LE
005440         END-IF
005441     END-IF.
005442     IF ENT-LINHA-PECA-CATALOGO
005443         MOVE "PECA DO CATALOGO - COTAR POR MEDIDAS - IGNORADA"
005444             TO EXC-COT-OCORRENCIA
005445         PERFORM 8300-IMPRIME-EXCECAO
005446             THRU 8300-IMPRIME-EXCECAO-EXIT
005447         GO TO 2100-PROCESSA-REGISTRO-LE
005450     END-IF.
005460     PERFORM 3000-CALCULA-FORMA
005470         THRU 3000-CALCULA-FORMA-EXIT.
005480     IF REGISTRO-INVALIDO
005490         PERFORM 8300-IMPRIME-EXCECAO
005500             THRU 8300-IMPRIME-EXCECAO-EXIT
005510         GO TO 2100-PROCESSA-REGISTRO-LE
005520     END-IF.
005530     IF LINHA-DEDUCAO
005540         PERFORM 3200-APLICA-DEDUCAO
005550             THRU 3200-APLICA-DEDUCAO-EXIT
005560     ELSE
005570         PERFORM 3100-GUARDA-PECA-PENDENTE
005580             THRU 3100-GUARDA-PECA-PENDENTE-EXIT
005590     END-IF.
005600 2100-PROCESSA-REGISTRO-LE.
005610     PERFORM 2000-LE-PROXIMO-REGISTRO
005620         THRU 2000-LE-PROXIMO-REGISTRO-EXIT.
005630 2100-PROCESSA-REGISTRO-EXIT.
005640     EXIT.
005650*****************************************************************
005660*  CALCULA AREA E PERIMETRO UNITARIOS DA LINHA CORRENTE, EM M2 E
005670*  METROS, COM AS FORMULAS E CONVENCOES DO AREAS (TRIANGULO
005680*  RETANGULO, TRAPEZIO ISOSCELES, PES CONVERTIDOS A 0,3048).
005690*  DIMENSAO ZERO OU FORMA DESCONHECIDA INVALIDA O REGISTRO.
005700*****************************************************************
005710 3000-CALCULA-FORMA.
005720     SET REGISTRO-VALIDO TO TRUE.
005730     MOVE ZEROES TO LADO ALTURA RAIO AREA-CALCULADA
005740         PERIMETRO-CALCULADO.
005750     MOVE ENT-UNIDADE-MEDIDA TO UNIDADE-MEDIDA-ATUAL.
005760     IF NOT MEDIDA-METROS AND NOT MEDIDA-PES
005770         SET MEDIDA-METROS TO TRUE
005780     END-IF.
005790     IF MEDIDA-PES
005800         MOVE 0.3048 TO FATOR-CONVERSAO-UNIDADE
005810     ELSE
005820         MOVE 1.0000 TO FATOR-CONVERSAO-UNIDADE
005830     END-IF.
005840     IF ENT-QUANTIDADE IS NUMERIC AND ENT-QUANTIDADE > ZEROES
005850         MOVE ENT-QUANTIDADE TO QUANTIDADE-ATUAL
005860     ELSE
005870         MOVE 1 TO QUANTIDADE-ATUAL
005880     END-IF.
005890     IF ENT-DIMENSAO-1 IS NOT NUMERIC OR
005900        ENT-DIMENSAO-2 IS NOT NUMERIC OR
005910        ENT-DIMENSAO-3 IS NOT NUMERIC
005920         SET REGISTRO-INVALIDO TO TRUE
005930         MOVE "DIMENSAO NAO NUMERICA - REGISTRO IGNORADO"
005940             TO EXC-COT-OCORRENCIA
005950         GO TO 3000-CALCULA-FORMA-EXIT
005960     END-IF.
005970     EVALUATE TRUE
005980         WHEN ENT-FORMA-TRIANGULO
005990             MOVE "TRIANGULO" TO NOME-FORMA-ATUAL
006000             MOVE ENT-DIMENSAO-1 TO LADO
006010             MOVE ENT-DIMENSAO-2 TO ALTURA
006020             IF LADO = ZEROES OR ALTURA = ZEROES
006030                 SET REGISTRO-INVALIDO TO TRUE
006040             ELSE
006050                 COMPUTE AREA-CALCULADA ROUNDED =
006060                     ((LADO * FATOR-CONVERSAO-UNIDADE) *
006070                      (ALTURA * FATOR-CONVERSAO-UNIDADE)) / 2
006080                 COMPUTE PERIMETRO-CALCULADO ROUNDED =
006090                     (LADO * FATOR-CONVERSAO-UNIDADE) +
006100                     (ALTURA * FATOR-CONVERSAO-UNIDADE) +
006110                     (((LADO * FATOR-CONVERSAO-UNIDADE) ** 2 +
006120                       (ALTURA * FATOR-CONVERSAO-UNIDADE) ** 2)
006130                       ** 0.5)
006140             END-IF
006150         WHEN ENT-FORMA-CIRCULO
006160             MOVE "CIRCULO" TO NOME-FORMA-ATUAL
006170             MOVE ENT-DIMENSAO-1 TO RAIO
006180             IF RAIO = ZEROES
006190                 SET REGISTRO-INVALIDO TO TRUE
006200             ELSE
006210                 COMPUTE AREA-CALCULADA ROUNDED =
006220                     PI-VALOR * (RAIO * FATOR-CONVERSAO-UNIDADE) *
006230                     (RAIO * FATOR-CONVERSAO-UNIDADE)
006240                 COMPUTE PERIMETRO-CALCULADO ROUNDED =
006250                     2 * PI-VALOR *
006260                     (RAIO * FATOR-CONVERSAO-UNIDADE)
006270             END-IF
006280         WHEN ENT-FORMA-RETANGULO
006290             MOVE "RETANGULO" TO NOME-FORMA-ATUAL
006300             MOVE ENT-DIMENSAO-1 TO LADO
006310             MOVE ENT-DIMENSAO-2 TO ALTURA
006320             IF LADO = ZEROES OR ALTURA = ZEROES
006330                 SET REGISTRO-INVALIDO TO TRUE
006340             ELSE
006350                 COMPUTE AREA-CALCULADA ROUNDED =
006360                     (LADO * FATOR-CONVERSAO-UNIDADE) *
006370                     (ALTURA * FATOR-CONVERSAO-UNIDADE)
006380                 COMPUTE PERIMETRO-CALCULADO ROUNDED =
006390                     2 * ((LADO * FATOR-CONVERSAO-UNIDADE) +
006400                          (ALTURA * FATOR-CONVERSAO-UNIDADE))
006410             END-IF
006420         WHEN ENT-FORMA-TRAPEZIO
006430             MOVE "TRAPEZIO" TO NOME-FORMA-ATUAL
006440             MOVE ENT-DIMENSAO-1 TO LADO
006450             MOVE ENT-DIMENSAO-2 TO RAIO
006460             MOVE ENT-DIMENSAO-3 TO ALTURA
006470             IF LADO = ZEROES OR RAIO = ZEROES OR ALTURA = ZEROES
006480                 SET REGISTRO-INVALIDO TO TRUE
006490             ELSE
006500                 PERFORM 3010-CALCULA-TRAPEZIO
006510                     THRU 3010-CALCULA-TRAPEZIO-EXIT
006520             END-IF
006530         WHEN ENT-FORMA-QUADRADO
006540             MOVE "QUADRADO" TO NOME-FORMA-ATUAL
006550             MOVE ENT-DIMENSAO-1 TO LADO
006560             IF LADO = ZEROES
006570                 SET REGISTRO-INVALIDO TO TRUE
006580             ELSE
006590                 COMPUTE AREA-CALCULADA ROUNDED =
006600                     (LADO * FATOR-CONVERSAO-UNIDADE) *
006610                     (LADO * FATOR-CONVERSAO-UNIDADE)
006620                 COMPUTE PERIMETRO-CALCULADO ROUNDED =
006630                     4 * (LADO * FATOR-CONVERSAO-UNIDADE)
006640             END-IF
006650         WHEN OTHER
006660             SET REGISTRO-INVALIDO TO TRUE
006670             MOVE "CODIGO DE FORMA INVALIDO - REGISTRO IGNORADO"
006680                 TO EXC-COT-OCORRENCIA
006690             GO TO 3000-CALCULA-FORMA-EXIT
006700     END-EVALUATE.
006710     IF REGISTRO-INVALIDO
006720         MOVE "DIMENSAO ZERADA - REGISTRO IGNORADO"
006730             TO EXC-COT-OCORRENCIA
006740     END-IF.
006750 3000-CALCULA-FORMA-EXIT.
006760     EXIT.
006770 3010-CALCULA-TRAPEZIO.
006780     COMPUTE AREA-CALCULADA ROUNDED =
006790         (((LADO * FATOR-CONVERSAO-UNIDADE) +
006800           (RAIO * FATOR-CONVERSAO-UNIDADE)) *
006810          (ALTURA * FATOR-CONVERSAO-UNIDADE)) / 2.
006820     COMPUTE ALTURA-EM-METROS ROUNDED =
006830         ALTURA * FATOR-CONVERSAO-UNIDADE.
006840     COMPUTE MEIA-BASE-TRAPEZIO ROUNDED =
006850         ((LADO - RAIO) * FATOR-CONVERSAO-UNIDADE) / 2.
006860     COMPUTE PERNA-TRAPEZIO ROUNDED =
006870         (ALTURA-EM-METROS ** 2 +
006880          MEIA-BASE-TRAPEZIO ** 2) ** 0.5.
006890     COMPUTE PERIMETRO-CALCULADO ROUNDED =
006900         (LADO * FATOR-CONVERSAO-UNIDADE) +
006910         (RAIO * FATOR-CONVERSAO-UNIDADE) +
006920         PERNA-TRAPEZIO + PERNA-TRAPEZIO.
006930 3010-CALCULA-TRAPEZIO-EXIT.
006940     EXIT.
006950*****************************************************************
006960*  GUARDA A LINHA DE PECA CALCULADA COMO PECA EM ABERTO (COM O
006970*  REGISTRO ORIGINAL, PARA A GRAVACAO NA COTACAO).
006980*****************************************************************
006990 3100-GUARDA-PECA-PENDENTE.
007000     MOVE REG-ENTRADA-COTACAO TO PEN-REGISTRO.
007010     MOVE NOME-FORMA-ATUAL TO PEN-FORMA.
007020     MOVE UNIDADE-MEDIDA-ATUAL TO PEN-UNIDADE.
007030     MOVE QUANTIDADE-ATUAL TO PEN-QUANTIDADE.
007040     MOVE ENT-CODIGO-MATERIAL TO PEN-CODIGO-MATERIAL.
007050     MOVE AREA-CALCULADA TO PEN-AREA-LIQUIDA.
007060     MOVE PERIMETRO-CALCULADO TO PEN-PERIMETRO.
007070     MOVE ZEROES TO PEN-QTDE-DEDUCOES.
007080     SET PECA-PENDENTE TO TRUE.
007090 3100-GUARDA-PECA-PENDENTE-EXIT.
007100     EXIT.
007110*****************************************************************
007120*  ABATE UMA DEDUCAO DA PECA EM ABERTO, COMO NO AREAS: AREA VEZES
007130*  O NUMERO DE FUROS SAI DA AREA LIQUIDA (TRAVADA EM ZERO) E O
007140*  PERIMETRO DOS FUROS ENTRA NO COMPRIMENTO DE CORTE.
007150*****************************************************************
007160 3200-APLICA-DEDUCAO.
007170     IF PEN-QTDE-DEDUCOES >= MAXIMO-DEDUCOES-PECA
007180         MOVE "LIMITE DE DEDUCOES DA PECA ATINGIDO - IGNORADA"
007190             TO EXC-COT-OCORRENCIA
007200         PERFORM 8300-IMPRIME-EXCECAO
007210             THRU 8300-IMPRIME-EXCECAO-EXIT
007220         GO TO 3200-APLICA-DEDUCAO-EXIT
007230     END-IF.
007240     ADD 1 TO PEN-QTDE-DEDUCOES.
007250     MOVE REG-ENTRADA-COTACAO TO DED-REGISTRO (PEN-QTDE-DEDUCOES).
007260     MOVE NOME-FORMA-ATUAL TO DED-FORMA (PEN-QTDE-DEDUCOES).
007270     MOVE QUANTIDADE-ATUAL TO DED-QTDE-FUROS (PEN-QTDE-DEDUCOES).
007280     COMPUTE AREA-DEDUZIDA-TRABALHO ROUNDED =
007290         AREA-CALCULADA * QUANTIDADE-ATUAL.
007300     SUBTRACT AREA-DEDUZIDA-TRABALHO FROM PEN-AREA-LIQUIDA.
007310     IF PEN-AREA-LIQUIDA < ZEROES
007320         MOVE ZEROES TO PEN-AREA-LIQUIDA
007330     END-IF.
007340     COMPUTE PEN-PERIMETRO ROUNDED = PEN-PERIMETRO +
007350         (PERIMETRO-CALCULADO * QUANTIDADE-ATUAL).
007360 3200-APLICA-DEDUCAO-EXIT.
007370     EXIT.
007380*****************************************************************
007390*  ENCERRA A PECA EM ABERTO: APURA OS VALORES ESTENDIDOS (AREA
007400*  LIQUIDA E BRUTA, CORTE E PESO PELA QUANTIDADE), O CUSTO DO
007410*  MATERIAL E O CUSTO DE CORTE, GRAVA A LINHA DA PECA E AS SUAS
007420*  DEDUCOES NO ARQUIVO DE COTACOES E IMPRIME NO DOCUMENTO.
007430*****************************************************************
007440 3300-ENCERRA-PECA-PENDENTE.
007450     IF SEM-PECA-PENDENTE
007460         GO TO 3300-ENCERRA-PECA-PENDENTE-EXIT
007470     END-IF.
007480     MOVE PEN-CODIGO-MATERIAL TO CODIGO-MATERIAL-ATUAL.
007490     PERFORM 7200-LOCALIZA-MATERIAL
007500         THRU 7200-LOCALIZA-MATERIAL-EXIT.
007510     MOVE PEN-QUANTIDADE TO QUANTIDADE-ATUAL.
007520     MOVE PEN-AREA-LIQUIDA TO AREA-CALCULADA.
007530     MOVE PEN-PERIMETRO TO PERIMETRO-CALCULADO.
007540     COMPUTE AREA-LIQUIDA-CALCULADA ROUNDED =
007550         AREA-CALCULADA * QUANTIDADE-ATUAL.
007560     COMPUTE AREA-BRUTA-CALCULADA ROUNDED =
007570         AREA-LIQUIDA-CALCULADA +
007580         (AREA-LIQUIDA-CALCULADA * PERC-PERDA / 100).
007590     COMPUTE PERIMETRO-EXTENDIDO ROUNDED =
007600         PERIMETRO-CALCULADO * QUANTIDADE-ATUAL.
007610     COMPUTE PESO-UNITARIO-CALCULADO ROUNDED =
007620         AREA-CALCULADA * (ESPESSURA-MATERIAL-ATUAL / 1000)
007630         * DENSIDADE-MATERIAL-ATUAL.
007640     COMPUTE PESO-EXTENDIDO-CALCULADO ROUNDED =
007650         PESO-UNITARIO-CALCULADO * QUANTIDADE-ATUAL.
007660     COMPUTE CUSTO-MATERIAL-LINHA ROUNDED =
007670         AREA-BRUTA-CALCULADA * CUSTO-M2-MATERIAL-ATUAL.
007680     COMPUTE CUSTO-CORTE-LINHA ROUNDED =
007690         PERIMETRO-EXTENDIDO * CUSTO-CORTE-M.
007700     ADD 1 TO CONT-PECAS-COTADAS.
007710     ADD AREA-LIQUIDA-CALCULADA TO TOTAL-AREA-LIQUIDA.
007720     ADD AREA-BRUTA-CALCULADA TO TOTAL-AREA-BRUTA.
007730     ADD PERIMETRO-EXTENDIDO TO TOTAL-PERIMETRO.
007740     ADD PESO-EXTENDIDO-CALCULADO TO TOTAL-PESO.
007750     ADD CUSTO-MATERIAL-LINHA TO TOTAL-CUSTO-MATERIAL.
007760     ADD CUSTO-CORTE-LINHA TO TOTAL-CUSTO-CORTE.
007770     ADD 1 TO LINHA-COTACAO.
007780     MOVE NUMERO-COTACAO TO COT-NUMERO.
007790     MOVE LINHA-COTACAO TO COT-LINHA.
007800     SET COT-REG-LINHA TO TRUE.
007810     MOVE SPACES TO COT-DADOS.
007820     MOVE PEN-REGISTRO TO COT-LIN-ENTRADA.
007830     MOVE PEN-FORMA TO COT-LIN-FORMA.
007840     MOVE AREA-LIQUIDA-CALCULADA TO COT-LIN-AREA-LIQUIDA.
007850     MOVE AREA-BRUTA-CALCULADA TO COT-LIN-AREA-BRUTA.
007860     MOVE PERIMETRO-EXTENDIDO TO COT-LIN-PERIMETRO.
007870     MOVE PESO-EXTENDIDO-CALCULADO TO COT-LIN-PESO.
007880     MOVE CUSTO-MATERIAL-LINHA TO COT-LIN-CUSTO-MATERIAL.
007890     MOVE CUSTO-CORTE-LINHA TO COT-LIN-CUSTO-CORTE.
007900     PERFORM 8500-GRAVA-REGISTRO-COTACAO
007910         THRU 8500-GRAVA-REGISTRO-COTACAO-EXIT.
007920     MOVE LINHA-COTACAO TO DET-COT-LINHA.
007930     MOVE PEN-FORMA TO DET-COT-FORMA.
007940     MOVE QUANTIDADE-ATUAL TO DET-COT-QTDE.
007950     MOVE PEN-CODIGO-MATERIAL TO DET-COT-MATERIAL.
007960     MOVE AREA-LIQUIDA-CALCULADA TO DET-COT-AREA.
007970     MOVE PERIMETRO-EXTENDIDO TO DET-COT-PERIMETRO.
007980     MOVE PESO-EXTENDIDO-CALCULADO TO DET-COT-PESO.
007990     MOVE CUSTO-MATERIAL-LINHA TO DET-COT-CUSTO-MAT.
008000     MOVE CUSTO-CORTE-LINHA TO DET-COT-CUSTO-CORTE.
008010     WRITE REG-RELATORIO-COTACAO FROM LINHA-DETALHE-COTACAO.
008020     PERFORM 3310-GRAVA-DEDUCAO
008030         THRU 3310-GRAVA-DEDUCAO-EXIT
008040         VARYING I-DEDUCAO FROM 1 BY 1
008050         UNTIL I-DEDUCAO > PEN-QTDE-DEDUCOES.
008060     SET SEM-PECA-PENDENTE TO TRUE.
008070 3300-ENCERRA-PECA-PENDENTE-EXIT.
008080     EXIT.
008090 3310-GRAVA-DEDUCAO.
008100     ADD 1 TO LINHA-COTACAO.
008110     MOVE NUMERO-COTACAO TO COT-NUMERO.
008120     MOVE LINHA-COTACAO TO COT-LINHA.
008130     SET COT-REG-LINHA TO TRUE.
008140     MOVE SPACES TO COT-DADOS.
008150     MOVE DED-REGISTRO (I-DEDUCAO) TO COT-LIN-ENTRADA.
008160     MOVE DED-FORMA (I-DEDUCAO) TO COT-LIN-FORMA.
008170     MOVE ZEROES TO COT-LIN-AREA-LIQUIDA COT-LIN-AREA-BRUTA
008180         COT-LIN-PERIMETRO COT-LIN-PESO COT-LIN-CUSTO-MATERIAL
008190         COT-LIN-CUSTO-CORTE.
008200     PERFORM 8500-GRAVA-REGISTRO-COTACAO
008210         THRU 8500-GRAVA-REGISTRO-COTACAO-EXIT.
008220     MOVE LINHA-COTACAO TO DED-COT-LINHA.
008230     MOVE DED-FORMA (I-DEDUCAO) TO DED-COT-FORMA.
008240     MOVE DED-QTDE-FUROS (I-DEDUCAO) TO DED-COT-QTDE.
008250     WRITE REG-RELATORIO-COTACAO FROM LINHA-DEDUCAO-COTACAO.
008260 3310-GRAVA-DEDUCAO-EXIT.
008270     EXIT.
008280*****************************************************************
008290*  LIBERA UMA COTACAO ACEITA COMO LOTE DE PRODUCAO: CONFERE OS
008300*  PARAMETROS E A SITUACAO DA COTACAO (EM ABERTO E DENTRO DA
008310*  VALIDADE), RECUSA LOTE JA CADASTRADO, GRAVA O LOTE NOVO NO
008320*  LOTMSTR COM CLIENTE E DESENHO DA COTACAO, GRAVA A LISTA DE
008330*  CORTE NO SHPLIB COM O LOTE NOVO E MARCA A COTACAO COMO
008340*  LIBERADA. O OPERADOR E VALIDADO NO OPRMSTR E A INCLUSAO DO
008350*  LOTE VAI PARA O LOG SHPLLG. QUALQUER RECUSA TERMINA COM
008355*  CODIGO DE RETORNO 12; FALHA DE ARQUIVO NO LOTMSTR, NO SHPLLG
008360*  OU NO SHPLIB TERMINA COM 8 E A COTACAO NAO E MARCADA COMO
008365*  LIBERADA.
008370*****************************************************************
008380 6000-LIBERA-COTACAO.
008390     MOVE SPACES TO ENV-NUMERO-COTACAO ENV-LOTE-LIBERADO
008400         ENV-DATA-ENTREGA.
008410     ACCEPT ENV-NUMERO-COTACAO FROM ENVIRONMENT "COTACAO_NUMERO".
008420     ACCEPT ENV-LOTE-LIBERADO FROM ENVIRONMENT "COTACAO_LOTE".
008430     ACCEPT ENV-DATA-ENTREGA FROM ENVIRONMENT "COTACAO_ENTREGA".
008440     MOVE SPACES TO OPERADOR-ID.
008450     ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
008460     PERFORM 6300-VALIDA-OPERADOR
008470         THRU 6300-VALIDA-OPERADOR-EXIT.
008480     IF OPERADOR-RECUSADO
008490         GO TO 6000-LIBERA-COTACAO-EXIT
008500     END-IF.
008510     IF ENV-NUMERO-COTACAO IS NOT NUMERIC
008520         DISPLAY "ERRO - COTACAO_NUMERO AUSENTE OU INVALIDO: "
008530             ENV-NUMERO-COTACAO
008540         MOVE 12 TO RETURN-CODE
008550         GO TO 6000-LIBERA-COTACAO-EXIT
008560     END-IF.
008570     IF ENV-LOTE-LIBERADO = SPACES
008580         DISPLAY "ERRO - COTACAO_LOTE (LOTE A ABRIR) NAO "
008590             "INFORMADO."
008600         MOVE 12 TO RETURN-CODE
008610         GO TO 6000-LIBERA-COTACAO-EXIT
008620     END-IF.
008630     SET DATA-INVALIDA TO TRUE.
008640     IF ENV-DATA-ENTREGA IS NUMERIC
008650         MOVE ENV-DATA-ENTREGA-R TO DATA-CALCULO-R
008660         PERFORM 7600-VALIDA-DATA
008670             THRU 7600-VALIDA-DATA-EXIT
008680     END-IF.
008690     IF DATA-INVALIDA OR ENV-DATA-ENTREGA-R < DATA-SISTEMA
008700         DISPLAY "ERRO - COTACAO_ENTREGA INVALIDA OU PASSADA: "
008710             ENV-DATA-ENTREGA
008720         MOVE 12 TO RETURN-CODE
008730         GO TO 6000-LIBERA-COTACAO-EXIT
008740     END-IF.
008750     MOVE ENV-NUMERO-COTACAO-R TO NUMERO-COTACAO.
008760     MOVE NUMERO-COTACAO TO COT-NUMERO.
008770     MOVE ZEROES TO COT-LINHA.
008780     READ ARQ-COTACOES
008790         INVALID KEY
008800             DISPLAY "ERRO - COTACAO NAO ENCONTRADA: "
008810                 NUMERO-COTACAO
008820             MOVE 12 TO RETURN-CODE
008830             GO TO 6000-LIBERA-COTACAO-EXIT
008840     END-READ.
008850     IF COT-LIBERADA
008860         DISPLAY "ERRO - COTACAO " NUMERO-COTACAO
008870             " JA LIBERADA NO LOTE " COT-LOTE-LIBERADO
008880             " EM " COT-DATA-LIBERACAO
008890         MOVE 12 TO RETURN-CODE
008900         GO TO 6000-LIBERA-COTACAO-EXIT
008910     END-IF.
008920     IF DATA-SISTEMA > COT-DATA-VALIDADE
008930         DISPLAY "ERRO - COTACAO " NUMERO-COTACAO
008940             " VENCIDA EM " COT-DATA-VALIDADE
008950             " - REFAZER A COTACAO."
008960         MOVE 12 TO RETURN-CODE
008970         GO TO 6000-LIBERA-COTACAO-EXIT
008980     END-IF.
008990     PERFORM 6100-CONFERE-LOTE-NOVO
009000         THRU 6100-CONFERE-LOTE-NOVO-EXIT.
009010     IF LOTE-EXISTENTE
009020         DISPLAY "ERRO - LOTE JA CADASTRADO NO LOTMSTR: "
009030             ENV-LOTE-LIBERADO
009040         MOVE 12 TO RETURN-CODE
009050         GO TO 6000-LIBERA-COTACAO-EXIT
009060     END-IF.
009070     OPEN EXTEND ARQ-LOG-LOTES.
009080     IF FS-LOG-LOTES = "35"
009090         OPEN OUTPUT ARQ-LOG-LOTES
009100     END-IF.
009110     IF FS-LOG-LOTES NOT = "00"
009120         DISPLAY "ERRO - LOG DE ALTERACOES DE LOTES (SHPLLG) NAO "
009130             "ABERTO - STATUS: " FS-LOG-LOTES
009140         MOVE 8 TO RETURN-CODE
009150         GO TO 6000-LIBERA-COTACAO-EXIT
009160     END-IF.
009170     OPEN EXTEND ARQ-LOTES.
009180     IF FS-LOTES = "35"
009190         OPEN OUTPUT ARQ-LOTES
009200     END-IF.
009210     IF FS-LOTES NOT = "00"
009220         DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
009230             "ABERTO PARA GRAVACAO - STATUS: " FS-LOTES
009240         MOVE 8 TO RETURN-CODE
009250         CLOSE ARQ-LOG-LOTES
009260         GO TO 6000-LIBERA-COTACAO-EXIT
009270     END-IF.
009280     MOVE ENV-LOTE-LIBERADO TO LOT-CODIGO.
009290     MOVE COT-CLIENTE TO LOT-CLIENTE.
009300     MOVE COT-DESENHO TO LOT-DESENHO.
009310     MOVE ENV-DATA-ENTREGA-R TO LOT-DATA-ENTREGA.
009320     SET LOT-ABERTO TO TRUE.
009330     WRITE REG-LOTES.
009332     IF FS-LOTES NOT = "00"
009334         DISPLAY "ERRO AO GRAVAR O LOTE NO LOTMSTR - STATUS: "
009336             FS-LOTES
009338         SET ERRO-ARQUIVO TO TRUE
009340         CLOSE ARQ-LOTES
009342         CLOSE ARQ-LOG-LOTES
009344         GO TO 6000-LIBERA-COTACAO-EXIT
009346     END-IF.
009348     CLOSE ARQ-LOTES.
009350     PERFORM 6400-GRAVA-LOG-LOTE
009360         THRU 6400-GRAVA-LOG-LOTE-EXIT.
009370     CLOSE ARQ-LOG-LOTES.
009380     OPEN OUTPUT ARQ-LISTA-LIBERADA.
009382     IF FS-LISTA-LIBERADA NOT = "00"
009384         DISPLAY "ERRO - LISTA LIBERADA (SHPLIB) NAO ABERTA - "
009386             "STATUS: " FS-LISTA-LIBERADA
009388         SET ERRO-ARQUIVO TO TRUE
009390         GO TO 6000-LIBERA-COTACAO-EXIT
009392     END-IF.
009394     SET NAO-FIM-LINHAS-COTACAO TO TRUE.
009400     MOVE NUMERO-COTACAO TO COT-NUMERO.
009410     MOVE ZEROES TO COT-LINHA.
009420     START ARQ-COTACOES KEY IS > COT-CHAVE
009430         INVALID KEY
009440             SET FIM-LINHAS-COTACAO TO TRUE
009450     END-START.
009460     PERFORM 6200-LIBERA-LINHA
009470         THRU 6200-LIBERA-LINHA-EXIT
009480         UNTIL FIM-LINHAS-COTACAO.
009490     CLOSE ARQ-LISTA-LIBERADA.
009492     IF ERRO-ARQUIVO
009494         DISPLAY "COTACAO " NUMERO-COTACAO " NAO MARCADA COMO "
009496             "LIBERADA - LOTE " ENV-LOTE-LIBERADO
009497             " JA NO LOTMSTR."
009498         GO TO 6000-LIBERA-COTACAO-EXIT
009500     END-IF.
009502     MOVE NUMERO-COTACAO TO COT-NUMERO.
009510     MOVE ZEROES TO COT-LINHA.
009520     READ ARQ-COTACOES
009530         INVALID KEY
009540             SET ERRO-ARQUIVO TO TRUE
009550             GO TO 6000-LIBERA-COTACAO-EXIT
009560     END-READ.
009570     SET COT-LIBERADA TO TRUE.
009580     MOVE ENV-LOTE-LIBERADO TO COT-LOTE-LIBERADO.
009590     MOVE DATA-SISTEMA TO COT-DATA-LIBERACAO.
009600     REWRITE REG-COTACOES
009610         INVALID KEY
009620             SET ERRO-ARQUIVO TO TRUE
009630     END-REWRITE.
009640     DISPLAY "COTACAO " NUMERO-COTACAO " LIBERADA - LOTE: "
009650         ENV-LOTE-LIBERADO " LINHAS NO SHPLIB: "
009660         CONT-LINHAS-LIBERADAS.
009670 6000-LIBERA-COTACAO-EXIT.
009680     EXIT.
009690*****************************************************************
009700*  PROCURA O LOTE A ABRIR NO CADASTRO DE LOTES (CADASTRO AUSENTE
009710*  VALE COMO VAZIO).
009720*****************************************************************
009730 6100-CONFERE-LOTE-NOVO.
009740     SET LOTE-INEDITO TO TRUE.
009750     OPEN INPUT ARQ-LOTES.
009760     IF FS-LOTES NOT = "00"
009770         GO TO 6100-CONFERE-LOTE-NOVO-EXIT
009780     END-IF.
009790     SET NAO-FIM-LOTES TO TRUE.
009800     PERFORM 6110-PROCURA-LOTE
009810         THRU 6110-PROCURA-LOTE-EXIT
009820         UNTIL FIM-LOTES OR LOTE-EXISTENTE.
009830     CLOSE ARQ-LOTES.
009840 6100-CONFERE-LOTE-NOVO-EXIT.
009850     EXIT.
009860 6110-PROCURA-LOTE.
009870     READ ARQ-LOTES
009880         AT END
009890             SET FIM-LOTES TO TRUE
009900             GO TO 6110-PROCURA-LOTE-EXIT
009910     END-READ.
009920     IF LOT-CODIGO = ENV-LOTE-LIBERADO
009930         SET LOTE-EXISTENTE TO TRUE
009940     END-IF.
009950 6110-PROCURA-LOTE-EXIT.
009960     EXIT.
009970*****************************************************************
009980*  GRAVA NO SHPLIB A PROXIMA LINHA DA COTACAO, COM O REGISTRO DE
009990*  ENTRADA ORIGINAL E O LOTE NOVO. O FIM E A MUDANCA DE NUMERO
010000*  DA COTACAO NA CHAVE.
010010*****************************************************************
010020 6200-LIBERA-LINHA.
010030     READ ARQ-COTACOES NEXT RECORD
010040         AT END
010050             SET FIM-LINHAS-COTACAO TO TRUE
010060             GO TO 6200-LIBERA-LINHA-EXIT
010070     END-READ.
010080     IF COT-NUMERO NOT = NUMERO-COTACAO
010090         SET FIM-LINHAS-COTACAO TO TRUE
010100         GO TO 6200-LIBERA-LINHA-EXIT
010110     END-IF.
010120     IF NOT COT-REG-LINHA
010130         GO TO 6200-LIBERA-LINHA-EXIT
010140     END-IF.
010150     MOVE COT-LIN-ENTRADA TO REG-LISTA-LIBERADA.
010160     MOVE ENV-LOTE-LIBERADO TO LIB-JOB-LOTE.
010170     WRITE REG-LISTA-LIBERADA.
010180     IF FS-LISTA-LIBERADA NOT = "00"
010190         DISPLAY "ERRO AO GRAVAR A LISTA LIBERADA (SHPLIB) - "
010200             "STATUS: " FS-LISTA-LIBERADA
010210         SET ERRO-ARQUIVO TO TRUE
010220     ELSE
010230         ADD 1 TO CONT-LINHAS-LIBERADAS
010240     END-IF.
010250 6200-LIBERA-LINHA-EXIT.
010260     EXIT.
010270*****************************************************************
010280*  VALIDA O OPERADOR DA LIBERACAO CONTRA O CADASTRO DE OPERADORES
010290*  (OPRMSTR), COMO NO PROGRAMA AREAS. ID DESCONHECIDO OU CADASTRO
010300*  INDISPONIVEL SAO RECUSADOS COM CODIGO DE RETORNO 12.
010310*****************************************************************
010320 6300-VALIDA-OPERADOR.
010330     SET OPERADOR-RECUSADO TO TRUE.
010340     OPEN INPUT ARQ-OPERADORES.
010350     IF FS-OPERADORES NOT = "00"
010360         DISPLAY "ERRO - CADASTRO DE OPERADORES (OPRMSTR) NAO "
010370             "ABERTO - STATUS: " FS-OPERADORES
010380         MOVE 12 TO RETURN-CODE
010390         GO TO 6300-VALIDA-OPERADOR-EXIT
010400     END-IF.
010410     SET NAO-FIM-OPERADORES TO TRUE.
010420     PERFORM 6310-PROCURA-OPERADOR
010430         THRU 6310-PROCURA-OPERADOR-EXIT
010440         UNTIL FIM-OPERADORES OR OPERADOR-AUTORIZADO.
010450     CLOSE ARQ-OPERADORES.
010460     IF OPERADOR-RECUSADO
010470         DISPLAY "ERRO - OPERADOR NAO CADASTRADO: " OPERADOR-ID
010480         MOVE 12 TO RETURN-CODE
010490     END-IF.
010500 6300-VALIDA-OPERADOR-EXIT.
010510     EXIT.
010520 6310-PROCURA-OPERADOR.
010530     READ ARQ-OPERADORES
010540         AT END
010550             SET FIM-OPERADORES TO TRUE
010560     END-READ.
010570     IF NAO-FIM-OPERADORES
010580         IF OPR-ID = OPERADOR-ID
010590             SET OPERADOR-AUTORIZADO TO TRUE
010600             MOVE OPR-NOME TO NOME-OPERADOR-ATUAL
010610             DISPLAY "OPERADOR: " OPERADOR-ID " - "
010620                 NOME-OPERADOR-ATUAL
010630         END-IF
010640     END-IF.
010650 6310-PROCURA-OPERADOR-EXIT.
010660     EXIT.
010670*****************************************************************
010680*  GRAVA NO LOG DE ALTERACOES DE LOTES A INCLUSAO DO LOTE ABERTO
010690*  PELA LIBERACAO (IMAGEM ANTERIOR EM BRANCO).
010700*****************************************************************
010710 6400-GRAVA-LOG-LOTE.
010720     ACCEPT HORA-SISTEMA FROM TIME.
010730     MOVE DATA-SISTEMA TO LLG-DATA.
010740     MOVE HORA-SISTEMA TO LLG-HORA.
010750     MOVE OPERADOR-ID TO LLG-OPERADOR.
010760     MOVE "AREASQ" TO LLG-PROGRAMA.
010770     SET LLG-INCLUSAO TO TRUE.
010780     MOVE LOT-CODIGO TO LLG-CODIGO-LOTE.
010790     MOVE SPACES TO LLG-LOTE-ANTES.
010800     MOVE REG-LOTES TO LLG-LOTE-DEPOIS.
010810     WRITE REG-LOG-LOTES.
010820     IF FS-LOG-LOTES NOT = "00"
010830         DISPLAY "ERRO AO GRAVAR O LOG DE LOTES (SHPLLG) - "
010840             "STATUS: " FS-LOG-LOTES
010850         SET ERRO-ARQUIVO TO TRUE
010860     END-IF.
010870 6400-GRAVA-LOG-LOTE-EXIT.
010880     EXIT.
010890*****************************************************************
010900*  LOCALIZA O MATERIAL DA PECA NA TABELA E GUARDA ESPESSURA,
010910*  DENSIDADE E CUSTO POR M2. LINHA SEM MATERIAL OU COM MATERIAL
010920*  FORA DO CADASTRO SAI SEM PESO E SEM CUSTO DE MATERIAL, COM
010930*  OCORRENCIA NO DOCUMENTO (A COTACAO FICA SUBAVALIADA).
010940*****************************************************************
010950 7200-LOCALIZA-MATERIAL.
010960     MOVE ZEROES TO ESPESSURA-MATERIAL-ATUAL
010970         DENSIDADE-MATERIAL-ATUAL CUSTO-M2-MATERIAL-ATUAL.
010980     MOVE ZEROES TO I-MATERIAL.
010990     IF CODIGO-MATERIAL-ATUAL NOT = SPACES
011000         PERFORM 7210-PROCURA-MATERIAL
011010             THRU 7210-PROCURA-MATERIAL-EXIT
011020             VARYING I-BUSCA-MATERIAL FROM 1 BY 1
011030             UNTIL I-BUSCA-MATERIAL > QTD-MATERIAIS-TABELA
011040     END-IF.
011050     IF I-MATERIAL > ZEROES
011060         MOVE TAB-MAT-ESPESSURA (I-MATERIAL)
011070             TO ESPESSURA-MATERIAL-ATUAL
011080         MOVE TAB-MAT-DENSIDADE (I-MATERIAL)
011090             TO DENSIDADE-MATERIAL-ATUAL
011100         MOVE TAB-MAT-CUSTO-M2 (I-MATERIAL)
011110             TO CUSTO-M2-MATERIAL-ATUAL
011120         GO TO 7200-LOCALIZA-MATERIAL-EXIT
011130     END-IF.
011140     ADD 1 TO CONT-SEM-CUSTO.
011150     MOVE "PECA SEM MATERIAL CADASTRADO - SEM CUSTO NEM PESO"
011160         TO EXC-COT-OCORRENCIA.
011170     MOVE ZEROES TO EXC-COT-REGISTRO.
011180     WRITE REG-RELATORIO-COTACAO FROM LINHA-EXCECAO-COTACAO.
011190 7200-LOCALIZA-MATERIAL-EXIT.
011200     EXIT.
011210 7210-PROCURA-MATERIAL.
011220     IF CODIGO-MATERIAL-ATUAL = TAB-MAT-CODIGO (I-BUSCA-MATERIAL)
011230         MOVE I-BUSCA-MATERIAL TO I-MATERIAL
011240     END-IF.
011250 7210-PROCURA-MATERIAL-EXIT.
011260     EXIT.
011270*****************************************************************
011280*  APURA EM DIAS-NO-MES O NUMERO DE DIAS DO MES DE DATA-CALCULO
011290*  (FEVEREIRO COM 29 NOS ANOS BISSEXTOS).
011300*****************************************************************
011310 7500-APURA-DIAS-NO-MES.
011320     MOVE DIAS-MES (DTC-MES) TO DIAS-NO-MES.
011330     IF DTC-MES NOT = 2
011340         GO TO 7500-APURA-DIAS-NO-MES-EXIT
011350     END-IF.
011360     DIVIDE DTC-ANO BY 4 GIVING QUOCIENTE-DIVISAO
011370         REMAINDER RESTO-DIVISAO.
011380     IF RESTO-DIVISAO NOT = ZEROES
011390         GO TO 7500-APURA-DIAS-NO-MES-EXIT
011400     END-IF.
011410     DIVIDE DTC-ANO BY 100 GIVING QUOCIENTE-DIVISAO
011420         REMAINDER RESTO-DIVISAO.
011430     IF RESTO-DIVISAO NOT = ZEROES
011440         MOVE 29 TO DIAS-NO-MES
011450         GO TO 7500-APURA-DIAS-NO-MES-EXIT
011460     END-IF.
011470     DIVIDE DTC-ANO BY 400 GIVING QUOCIENTE-DIVISAO
011480         REMAINDER RESTO-DIVISAO.
011490     IF RESTO-DIVISAO = ZEROES
011500         MOVE 29 TO DIAS-NO-MES
011510     END-IF.
011520 7500-APURA-DIAS-NO-MES-EXIT.
011530     EXIT.
011540*****************************************************************
011550*  SOMA UM DIA CORRIDO A DATA-CALCULO (VIRADA DE MES E DE ANO).
011560*****************************************************************
011570 7510-SOMA-UM-DIA.
011580     PERFORM 7500-APURA-DIAS-NO-MES
011590         THRU 7500-APURA-DIAS-NO-MES-EXIT.
011600     ADD 1 TO DTC-DIA.
011610     IF DTC-DIA > DIAS-NO-MES
011620         MOVE 1 TO DTC-DIA
011630         ADD 1 TO DTC-MES
011640         IF DTC-MES > 12
011650             MOVE 1 TO DTC-MES
011660             ADD 1 TO DTC-ANO
011670         END-IF
011680     END-IF.
011690 7510-SOMA-UM-DIA-EXIT.
011700     EXIT.
011710*****************************************************************
011720*  VALIDA A DATA EM DATA-CALCULO (AAAAMMDD): MES DE 1 A 12 E DIA
011730*  DENTRO DO MES.
011740*****************************************************************
011750 7600-VALIDA-DATA.
011760     SET DATA-INVALIDA TO TRUE.
011770     IF DTC-ANO < 2000 OR DTC-MES < 1 OR DTC-MES > 12 OR
011780        DTC-DIA < 1
011790         GO TO 7600-VALIDA-DATA-EXIT
011800     END-IF.
011810     PERFORM 7500-APURA-DIAS-NO-MES
011820         THRU 7500-APURA-DIAS-NO-MES-EXIT.
011830     IF DTC-DIA NOT > DIAS-NO-MES
011840         SET DATA-VALIDA TO TRUE
011850     END-IF.
011860 7600-VALIDA-DATA-EXIT.
011870     EXIT.
011880*****************************************************************
011890*  IMPRIME UMA OCORRENCIA DO REGISTRO CORRENTE DA LISTA, COM O
011900*  TEXTO JA POSTO EM EXC-COT-OCORRENCIA.
011910*****************************************************************
011920 8300-IMPRIME-EXCECAO.
011930     ADD 1 TO CONT-REJEITADOS.
011940     MOVE CONT-REGISTROS-LIDOS TO EXC-COT-REGISTRO.
011950     WRITE REG-RELATORIO-COTACAO FROM LINHA-EXCECAO-COTACAO.
011960 8300-IMPRIME-EXCECAO-EXIT.
011970     EXIT.
011980*****************************************************************
011990*  GRAVA NO ARQUIVO DE COTACOES O REGISTRO MONTADO EM
012000*  REG-COTACOES.
012010*****************************************************************
012020 8500-GRAVA-REGISTRO-COTACAO.
012030     WRITE REG-COTACOES
012040         INVALID KEY
012050             DISPLAY "ERRO AO GRAVAR NO ARQUIVO DE COTACOES: "
012060                 COT-CHAVE
012070             SET ERRO-ARQUIVO TO TRUE
012080     END-WRITE.
012090 8500-GRAVA-REGISTRO-COTACAO-EXIT.
012100     EXIT.
012110*****************************************************************
012120*  FECHA A COTACAO: APURA SUBTOTAL, MARGEM E PRECO, IMPRIME OS
012130*  TOTAIS E A VALIDADE NO DOCUMENTO E GRAVA O CABECALHO (LINHA
012140*  0000) NO ARQUIVO DE COTACOES. LISTA SEM NENHUMA PECA VALIDA
012150*  NAO GERA COTACAO.
012160*****************************************************************
012170 8800-FECHA-COTACAO.
012180     IF CONT-PECAS-COTADAS = ZEROES
012190         DISPLAY "AVISO - NENHUMA PECA VALIDA NA LISTA - "
012200             "COTACAO NAO GRAVADA."
012210         MOVE "NENHUMA PECA VALIDA - COTACAO NAO GRAVADA"
012220             TO EXC-COT-OCORRENCIA
012230         MOVE ZEROES TO EXC-COT-REGISTRO
012240         WRITE REG-RELATORIO-COTACAO FROM LINHA-EXCECAO-COTACAO
012250         GO TO 8800-FECHA-COTACAO-EXIT
012260     END-IF.
012270     COMPUTE SUBTOTAL-COTACAO =
012280         TOTAL-CUSTO-MATERIAL + TOTAL-CUSTO-CORTE.
012290     COMPUTE VALOR-MARGEM ROUNDED =
012300         SUBTOTAL-COTACAO * PERC-MARGEM / 100.
012310     COMPUTE VALOR-TOTAL-COTACAO =
012320         SUBTOTAL-COTACAO + VALOR-MARGEM.
012330     MOVE SPACES TO REG-RELATORIO-COTACAO.
012340     WRITE REG-RELATORIO-COTACAO.
012350     MOVE "AREA LIQUIDA TOTAL (M2):" TO TOT-COT-TITULO.
012360     MOVE TOTAL-AREA-LIQUIDA TO TOT-COT-VALOR.
012370     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012380         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012390     MOVE "AREA BRUTA DE MATERIAL (M2):" TO TOT-COT-TITULO.
012400     MOVE TOTAL-AREA-BRUTA TO TOT-COT-VALOR.
012410     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012420         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012430     MOVE "COMPRIMENTO DE CORTE (M):" TO TOT-COT-TITULO.
012440     MOVE TOTAL-PERIMETRO TO TOT-COT-VALOR.
012450     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012460         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012470     MOVE "PESO TOTAL (KG):" TO TOT-COT-TITULO.
012480     MOVE TOTAL-PESO TO TOT-COT-VALOR.
012490     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012500         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012510     MOVE "CUSTO DE MATERIAL (R$):" TO TOT-COT-TITULO.
012520     MOVE TOTAL-CUSTO-MATERIAL TO TOT-COT-VALOR.
012530     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012540         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012550     MOVE "CUSTO DE CORTE POR METRO (R$):" TO TOT-COT-TITULO.
012560     MOVE CUSTO-CORTE-M TO TOT-COT-VALOR.
012570     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012580         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012590     MOVE "CUSTO DE CORTE (R$):" TO TOT-COT-TITULO.
012600     MOVE TOTAL-CUSTO-CORTE TO TOT-COT-VALOR.
012610     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012620         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012630     MOVE "SUBTOTAL (R$):" TO TOT-COT-TITULO.
012640     MOVE SUBTOTAL-COTACAO TO TOT-COT-VALOR.
012650     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012660         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012670     MOVE "MARGEM (%):" TO TOT-COT-TITULO.
012680     MOVE PERC-MARGEM TO TOT-COT-VALOR.
012690     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012700         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012710     MOVE "VALOR DA MARGEM (R$):" TO TOT-COT-TITULO.
012720     MOVE VALOR-MARGEM TO TOT-COT-VALOR.
012730     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012740         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012750     MOVE "PRECO TOTAL DA COTACAO (R$):" TO TOT-COT-TITULO.
012760     MOVE VALOR-TOTAL-COTACAO TO TOT-COT-VALOR.
012770     PERFORM 8100-IMPRIME-TOTAL-COTACAO
012780         THRU 8100-IMPRIME-TOTAL-COTACAO-EXIT.
012790     MOVE SPACES TO REG-RELATORIO-COTACAO.
012800     WRITE REG-RELATORIO-COTACAO.
012810     WRITE REG-RELATORIO-COTACAO FROM LINHA-TITULO-COTACAO.
012820     MOVE NUMERO-COTACAO TO COT-NUMERO.
012830     MOVE ZEROES TO COT-LINHA.
012840     SET COT-REG-CABECALHO TO TRUE.
012850     MOVE SPACES TO COT-DADOS.
012860     MOVE DATA-SISTEMA TO COT-DATA-EMISSAO.
012870     MOVE DATA-VALIDADE-COTACAO TO COT-DATA-VALIDADE.
012880     MOVE ENV-CLIENTE TO COT-CLIENTE.
012890     MOVE ENV-DESENHO TO COT-DESENHO.
012900     SET COT-EM-ABERTO TO TRUE.
012910     MOVE SPACES TO COT-LOTE-LIBERADO.
012920     MOVE ZEROES TO COT-DATA-LIBERACAO.
012930     MOVE PERC-PERDA TO COT-PERC-PERDA.
012940     MOVE PERC-MARGEM TO COT-PERC-MARGEM.
012950     MOVE CUSTO-CORTE-M TO COT-CUSTO-CORTE-M.
012960     MOVE TOTAL-CUSTO-MATERIAL TO COT-CUSTO-MATERIAL.
012970     MOVE TOTAL-CUSTO-CORTE TO COT-CUSTO-CORTE.
012980     MOVE VALOR-TOTAL-COTACAO TO COT-VALOR-TOTAL.
012990     MOVE TOTAL-PESO TO COT-PESO-TOTAL.
013000     PERFORM 8500-GRAVA-REGISTRO-COTACAO
013010         THRU 8500-GRAVA-REGISTRO-COTACAO-EXIT.
013020     DISPLAY "COTACAO " NUMERO-COTACAO " GRAVADA - PECAS: "
013030         CONT-PECAS-COTADAS " VALOR: " VALOR-TOTAL-COTACAO
013040         " VALIDA ATE " DATA-VALIDADE-COTACAO.
013050 8800-FECHA-COTACAO-EXIT.
013060     EXIT.
013070*****************************************************************
013080*  IMPRIME UMA LINHA DE TOTAL, COM O TITULO JA POSTO EM
013090*  TOT-COT-TITULO E O VALOR EM TOT-COT-VALOR.
013100*****************************************************************
013110 8100-IMPRIME-TOTAL-COTACAO.
013120     WRITE REG-RELATORIO-COTACAO FROM LINHA-TOTAL-COTACAO.
013130 8100-IMPRIME-TOTAL-COTACAO-EXIT.
013140     EXIT.
013150*****************************************************************
013160*  FINALIZACAO - FECHA OS ARQUIVOS E APURA O CODIGO DE RETORNO
013170*  (8 EM FALHA DE ARQUIVO; 4 COM REGISTRO REJEITADO OU PECA SEM
013180*  CUSTO DE MATERIAL NA COTACAO).
013190*****************************************************************
013200 9000-FINALIZA.
013210     CLOSE ARQ-COTACOES.
013220     IF ACAO-COTAR
013230         CLOSE ARQ-ENTRADA-COTACAO
013240         CLOSE ARQ-RELATORIO-COTACAO
013250     END-IF.
013260     IF ERRO-ARQUIVO
013270         MOVE 8 TO RETURN-CODE
013280         GO TO 9000-FINALIZA-EXIT
013290     END-IF.
013300     IF ACAO-COTAR AND
013310        (CONT-REJEITADOS > ZEROES OR CONT-SEM-CUSTO > ZEROES OR
013320         CONT-PECAS-COTADAS = ZEROES)
013330         MOVE 4 TO RETURN-CODE
013340     END-IF.
013350 9000-FINALIZA-EXIT.
013360     EXIT.
013370 9999-FIM-PROGRAMA.
013380     STOP RUN.
