000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASY.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - POSICAO DIARIA DO
000120*                      ESTOQUE DE CHAPAS INTEIRAS. IMPRIME NO
000130*                      SHPEST OS MATERIAIS DO ESTMSTR CUJO SALDO
000140*                      LIVRE NO PATIO ESTA ABAIXO DO MINIMO, COM A
000150*                      FALTA E SE O EM PEDIDO JA A COBRE, E AS
000160*                      LINHAS DE COMPRA (ORIGEM N) DO PEDIDO
000170*                      SHPORD AINDA NAO RECEBIDAS POR INTEIRO
000180*                      (MOVIMENTO SHPALM) E GERADAS HA MAIS DE
000190*                      ESTQ_DIAS_ATRASO DIAS CORRIDOS (PADRAO 10)
000200*                      DA DATA DE PROCESSAMENTO (SHPDAT). TERMINA
000210*                      COM 4 QUANDO HA MATERIAL ABAIXO DO MINIMO
000220*                      OU LINHA EM ATRASO; COM 8 SEM O ESTOQUE;
000230*                      COM 12 COM PARAMETRO INVALIDO.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ARQ-ESTOQUE ASSIGN TO ESTMSTR
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-ESTOQUE.
000310     SELECT ARQ-PEDIDO-COMPRA ASSIGN TO SHPORD
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-PEDIDO-COMPRA.
000340     SELECT ARQ-MOVIMENTO-ALMOX ASSIGN TO SHPALM
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-MOVIMENTO-ALMOX.
000370     SELECT ARQ-RELATORIO-ESTOQUE ASSIGN TO SHPEST
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ARQ-ESTOQUE
000450     RECORDING MODE IS F.
000460 01  REG-ESTOQUE.
000470     COPY ESTCHP.
000480 FD  ARQ-PEDIDO-COMPRA
000490     RECORDING MODE IS F.
000500 01  REG-PEDIDO-COMPRA.
000510     COPY ORDCMP.
000520 FD  ARQ-MOVIMENTO-ALMOX
000530     RECORDING MODE IS F.
000540 01  REG-MOVIMENTO-ALMOX.
000550     COPY MOVALM.
000560 FD  ARQ-RELATORIO-ESTOQUE
000570     RECORDING MODE IS F.
000580 01  REG-RELATORIO-ESTOQUE       PIC X(100).
000590 FD  ARQ-DATA-PROCESSAMENTO
000600     RECORDING MODE IS F.
000610 01  REG-DATA-PROCESSAMENTO.
000620     COPY DATPRC.
000630 WORKING-STORAGE SECTION.
000640 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
000650     88  ERRO-EXECUCAO               VALUE "S".
000660 01  SW-FIM-ESTOQUE          PIC X(01) VALUE "N".
000670     88  FIM-ESTOQUE                 VALUE "S".
000680 01  SW-FIM-PEDIDO           PIC X(01) VALUE "N".
000690     88  FIM-PEDIDO                  VALUE "S".
000700 01  SW-FIM-MOVIMENTO        PIC X(01) VALUE "N".
000710     88  FIM-MOVIMENTO               VALUE "S".
000720 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
000730     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
000740     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
000750 77  FS-ESTOQUE              PIC X(02) VALUE ZEROES.
000760 77  FS-PEDIDO-COMPRA        PIC X(02) VALUE ZEROES.
000770 77  FS-MOVIMENTO-ALMOX      PIC X(02) VALUE ZEROES.
000780 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000790 77  ENV-DIAS-ATRASO         PIC X(03).
000800 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
000810 77  DIAS-ATRASO             PIC 9(03) VALUE 10.
000820 77  CONT-MATERIAIS-LIDOS    PIC 9(05) VALUE ZEROES COMP.
000830 77  CONT-ABAIXO-MINIMO      PIC 9(05) VALUE ZEROES COMP.
000840 77  CONT-A-COMPRAR          PIC 9(05) VALUE ZEROES COMP.
000850 77  CONT-LINHAS-COMPRA      PIC 9(05) VALUE ZEROES COMP.
000860 77  CONT-LINHAS-ATRASADAS   PIC 9(05) VALUE ZEROES COMP.
000870 77  CONT-LINHAS-SEM-DATA    PIC 9(05) VALUE ZEROES COMP.
000880 77  LINHAS-EXCEDENTES       PIC 9(05) VALUE ZEROES COMP.
000890 77  TOTAL-FOLHAS-ATRASADAS  PIC 9(07) VALUE ZEROES COMP.
000900 77  SALDO-LIVRE             PIC S9(07) VALUE ZEROES.
000910 77  SALDO-COM-PEDIDO        PIC S9(08) VALUE ZEROES.
000920 77  PEDIDO-LIVRE            PIC 9(07) VALUE ZEROES.
000930 77  FALTA-MINIMO            PIC 9(07) VALUE ZEROES.
000940 77  FOLHAS-FALTANTES        PIC 9(07) VALUE ZEROES.
000950 77  DIAS-DECORRIDOS         PIC S9(07) VALUE ZEROES.
000960 77  NUMERO-DIA-PROCESSAMENTO
000970                             PIC 9(07) VALUE ZEROES COMP.
000980*-----------------------------------------------------------------
000990*  LINHAS DE COMPRA VENCIDAS (GERADAS HA MAIS DE DIAS-ATRASO
001000*  DIAS), COM O JA RECEBIDO DE CADA UMA.
001010*-----------------------------------------------------------------
001020 77  I-LINHA                 PIC 9(03) VALUE ZEROES COMP.
001030 77  I-BUSCA-LINHA           PIC 9(03) VALUE ZEROES COMP.
001040 77  QTD-LINHAS-TABELA       PIC 9(03) VALUE ZEROES COMP.
001050 77  MAXIMO-LINHAS-TABELA    PIC 9(03) VALUE 500 COMP.
001060 01  TABELA-LINHAS-PEDIDO.
001070     05  ITEM-LINHA OCCURS 500.
001080         10  TAB-LIN-GERACAO     PIC X(14).
001090         10  TAB-LIN-JOB-LOTE    PIC X(10).
001100         10  TAB-LIN-MATERIAL    PIC X(05).
001110         10  TAB-LIN-DATA        PIC 9(08).
001120         10  TAB-LIN-DIAS        PIC 9(05).
001130         10  TAB-LIN-PEDIDA      PIC 9(05).
001140         10  TAB-LIN-RECEBIDA    PIC 9(07).
001150*-----------------------------------------------------------------
001160*  NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) DE
001170*  DATA-CALCULO, PARA A DIFERENCA ENTRE DUAS DATAS.
001180*-----------------------------------------------------------------
001190 01  DATA-CALCULO.
001200     05  DTC-ANO             PIC 9(04).
001210     05  DTC-MES             PIC 9(02).
001220     05  DTC-DIA             PIC 9(02).
001230 01  DATA-CALCULO-R REDEFINES DATA-CALCULO PIC 9(08).
001240 01  DIAS-ANTES-MES-VALORES  PIC X(36)
001250         VALUE "000031059090120151181212243273304334".
001260 01  DIAS-ANTES-MES REDEFINES DIAS-ANTES-MES-VALORES.
001270     05  DIAS-ANTES          PIC 9(03) OCCURS 12.
001280 77  NUM-ANO-BISSEXTO        PIC 9(04) VALUE ZEROES COMP.
001290 77  NUM-QUARTOS-ANO         PIC 9(04) VALUE ZEROES COMP.
001300 77  NUM-SECULOS             PIC 9(04) VALUE ZEROES COMP.
001310 77  NUM-QUARTOS-SECULO      PIC 9(04) VALUE ZEROES COMP.
001320 77  NUMERO-DIA              PIC 9(07) VALUE ZEROES COMP.
001330*-----------------------------------------------------------------
001340*  LINHAS DO RELATORIO SHPEST.
001350*-----------------------------------------------------------------
001360 01  LINHA-TITULO-ESTOQUE.
001370     05  FILLER              PIC X(37)
001380             VALUE "POSICAO DO ESTOQUE DE CHAPAS - DATA: ".
001390     05  TIT-DATA            PIC 9(08).
001400     05  FILLER              PIC X(25)
001410             VALUE " - ATRASO DE PEDIDO APOS ".
001420     05  TIT-DIAS-ATRASO     PIC ZZ9.
001430     05  FILLER              PIC X(05) VALUE " DIAS".
001440 01  LINHA-SECAO-ESTOQUE.
001450     05  FILLER              PIC X(04) VALUE "--- ".
001460     05  SEC-TITULO          PIC X(60).
001470 01  LINHA-CABECALHO-MINIMO.
001480     05  FILLER              PIC X(40)
001490             VALUE "  MATERIAL   EM MAOS EM PEDIDO RESERVADO".
001500     05  FILLER              PIC X(36)
001510             VALUE "    LIVRE   MINIMO    FALTA SITUACAO".
001520 01  LINHA-DETALHE-MINIMO.
001530     05  FILLER              PIC X(02) VALUE SPACES.
001540     05  LMN-MATERIAL        PIC X(05).
001550     05  FILLER              PIC X(03) VALUE SPACES.
001560     05  LMN-EM-MAOS         PIC ZZZZZZ9.
001570     05  FILLER              PIC X(03) VALUE SPACES.
001580     05  LMN-EM-PEDIDO       PIC ZZZZZZ9.
001590     05  FILLER              PIC X(03) VALUE SPACES.
001600     05  LMN-RESERVADO       PIC ZZZZZZ9.
001610     05  FILLER              PIC X(01) VALUE SPACES.
001620     05  LMN-LIVRE           PIC -ZZZZZZ9.
001630     05  FILLER              PIC X(02) VALUE SPACES.
001640     05  LMN-MINIMO          PIC ZZZZZZ9.
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  LMN-FALTA           PIC ZZZZZZ9.
001670     05  FILLER              PIC X(01) VALUE SPACES.
001680     05  LMN-SITUACAO        PIC X(22).
001690 01  LINHA-CABECALHO-ATRASO.
001700     05  FILLER              PIC X(44)
001710             VALUE "  LOTE       MATER   GERACAO        EMISSAO".
001720     05  FILLER              PIC X(33)
001730             VALUE " PEDIDAS RECEBIDAS  FALTAM   DIAS".
001740 01  LINHA-DETALHE-ATRASO.
001750     05  FILLER              PIC X(02) VALUE SPACES.
001760     05  LAT-LOTE            PIC X(10).
001770     05  FILLER              PIC X(01) VALUE SPACES.
001780     05  LAT-MATERIAL        PIC X(05).
001790     05  FILLER              PIC X(03) VALUE SPACES.
001800     05  LAT-GERACAO         PIC X(14).
001810     05  FILLER              PIC X(01) VALUE SPACES.
001820     05  LAT-EMISSAO         PIC 9(08).
001830     05  FILLER              PIC X(03) VALUE SPACES.
001840     05  LAT-PEDIDAS         PIC ZZZZ9.
001850     05  FILLER              PIC X(03) VALUE SPACES.
001860     05  LAT-RECEBIDAS       PIC ZZZZZZ9.
001870     05  FILLER              PIC X(03) VALUE SPACES.
001880     05  LAT-FALTAM          PIC ZZZZ9.
001890     05  FILLER              PIC X(02) VALUE SPACES.
001900     05  LAT-DIAS            PIC ZZZZ9.
001910 01  LINHA-MENSAGEM-ESTOQUE.
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  MSG-TEXTO           PIC X(70).
001940 01  LINHA-TOTAL-ESTOQUE.
001950     05  TOT-EST-TITULO      PIC X(40).
001960     05  TOT-EST-VALOR       PIC ZZZZZZ9.
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INICIALIZA
002000         THRU 1000-INICIALIZA-EXIT.
002010     IF ERRO-EXECUCAO
002020         GO TO 9999-FIM-PROGRAMA
002030     END-IF.
002040     PERFORM 2000-IMPRIME-ABAIXO-MINIMO
002050         THRU 2000-IMPRIME-ABAIXO-MINIMO-EXIT.
002060     PERFORM 3000-CARREGA-LINHAS-VENCIDAS
002070         THRU 3000-CARREGA-LINHAS-VENCIDAS-EXIT.
002080     PERFORM 4000-IMPRIME-LINHAS-ATRASADAS
002090         THRU 4000-IMPRIME-LINHAS-ATRASADAS-EXIT.
002100     PERFORM 5000-IMPRIME-TOTAIS
002110         THRU 5000-IMPRIME-TOTAIS-EXIT.
002120     PERFORM 9000-FINALIZA
002130         THRU 9000-FINALIZA-EXIT.
002140     GO TO 9999-FIM-PROGRAMA.
002150*****************************************************************
002160*  INICIALIZACAO - OBTEM A DATA DE PROCESSAMENTO E O PRAZO DE
002170*  ATRASO (ESTQ_DIAS_ATRASO, EM BRANCO = 10), ABRE O ESTOQUE E O
002180*  RELATORIO E IMPRIME O TITULO.
002190*****************************************************************
002200 1000-INICIALIZA.
002210     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002220         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002230     MOVE SPACES TO ENV-DIAS-ATRASO.
002240     ACCEPT ENV-DIAS-ATRASO FROM ENVIRONMENT "ESTQ_DIAS_ATRASO".
002250     IF ENV-DIAS-ATRASO NOT = SPACES
002260         IF ENV-DIAS-ATRASO IS NUMERIC
002270             MOVE ENV-DIAS-ATRASO TO DIAS-ATRASO
002280         ELSE
002290             DISPLAY "ERRO - ESTQ_DIAS_ATRASO INVALIDO: "
002300                 ENV-DIAS-ATRASO " (3 DIGITOS)."
002310             SET ERRO-EXECUCAO TO TRUE
002320             MOVE 12 TO RETURN-CODE
002330             GO TO 1000-INICIALIZA-EXIT
002340         END-IF
002350     END-IF.
002360     MOVE DATA-SISTEMA TO DATA-CALCULO-R.
002370     PERFORM 7000-APURA-NUMERO-DIA
002380         THRU 7000-APURA-NUMERO-DIA-EXIT.
002390     MOVE NUMERO-DIA TO NUMERO-DIA-PROCESSAMENTO.
002400     OPEN INPUT ARQ-ESTOQUE.
002410     IF FS-ESTOQUE NOT = "00"
002420         DISPLAY "ERRO - ESTOQUE DE CHAPAS (ESTMSTR) NAO ABERTO "
002430             "- STATUS: " FS-ESTOQUE
002440         SET ERRO-EXECUCAO TO TRUE
002450         MOVE 8 TO RETURN-CODE
002460         GO TO 1000-INICIALIZA-EXIT
002470     END-IF.
002480     OPEN OUTPUT ARQ-RELATORIO-ESTOQUE.
002490     MOVE DATA-SISTEMA TO TIT-DATA.
002500     MOVE DIAS-ATRASO TO TIT-DIAS-ATRASO.
002510     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TITULO-ESTOQUE.
002520 1000-INICIALIZA-EXIT.
002530     EXIT.
002540*****************************************************************
002550*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
002560*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
002570*  SISTEMA, COM AVISO.
002580*****************************************************************
002590 1050-OBTEM-DATA-PROCESSAMENTO.
002600     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002610     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002620     IF FS-DATA-PROCESSAMENTO NOT = "00"
002630         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002640             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
002650         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
002660     END-IF.
002670     READ ARQ-DATA-PROCESSAMENTO
002680         AT END
002690             MOVE SPACES TO REG-DATA-PROCESSAMENTO
002700     END-READ.
002710     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
002720         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
002730         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
002740     ELSE
002750         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
002760             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
002770     END-IF.
002780     CLOSE ARQ-DATA-PROCESSAMENTO.
002790 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002800     EXIT.
002810*****************************************************************
002820*  SECAO 1 - MATERIAIS COM SALDO LIVRE ABAIXO DO MINIMO. MINIMO
002830*  ZERO NAO E CONTROLADO. O DISPONIVEL E EM MAOS MAIS EM PEDIDO
002840*  MENOS RESERVADO, POIS A RESERVA TAMBEM ALCANCA CHAPA COMPRADA
002850*  AINDA NAO RECEBIDA. O LIVRE NO PATIO E ESSE DISPONIVEL SEM A
002860*  PARTE DO EM PEDIDO QUE NINGUEM RESERVOU; ESSA PARTE DIZ SE A
002870*  COMPRA JA FEITA COBRE A FALTA.
002880*****************************************************************
002890 2000-IMPRIME-ABAIXO-MINIMO.
002900     MOVE SPACES TO REG-RELATORIO-ESTOQUE.
002910     WRITE REG-RELATORIO-ESTOQUE.
002920     MOVE "MATERIAIS COM SALDO LIVRE ABAIXO DO MINIMO"
002930         TO SEC-TITULO.
002940     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-SECAO-ESTOQUE.
002950     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-CABECALHO-MINIMO.
002960     PERFORM 2100-CONFERE-MATERIAL
002970         THRU 2100-CONFERE-MATERIAL-EXIT
002980         UNTIL FIM-ESTOQUE.
002990     CLOSE ARQ-ESTOQUE.
003000     IF CONT-ABAIXO-MINIMO = ZEROES
003010         MOVE "NENHUM MATERIAL ABAIXO DO MINIMO." TO MSG-TEXTO
003020         WRITE REG-RELATORIO-ESTOQUE FROM LINHA-MENSAGEM-ESTOQUE
003030     END-IF.
003040 2000-IMPRIME-ABAIXO-MINIMO-EXIT.
003050     EXIT.
003060 2100-CONFERE-MATERIAL.
003070     READ ARQ-ESTOQUE
003080         AT END
003090             SET FIM-ESTOQUE TO TRUE
003100             GO TO 2100-CONFERE-MATERIAL-EXIT
003110     END-READ.
003120     IF EST-CODIGO-MATERIAL = SPACES
003130         GO TO 2100-CONFERE-MATERIAL-EXIT
003140     END-IF.
003150     ADD 1 TO CONT-MATERIAIS-LIDOS.
003160     IF EST-EM-MAOS NOT NUMERIC OR
003170        EST-EM-PEDIDO NOT NUMERIC OR
003180        EST-RESERVADO NOT NUMERIC OR
003190        EST-MINIMO NOT NUMERIC
003200         DISPLAY "AVISO - REGISTRO DE ESTOQUE ILEGIVEL: "
003210             EST-CODIGO-MATERIAL
003220         GO TO 2100-CONFERE-MATERIAL-EXIT
003230     END-IF.
003240     IF EST-MINIMO = ZEROES
003250         GO TO 2100-CONFERE-MATERIAL-EXIT
003260     END-IF.
003270     COMPUTE SALDO-COM-PEDIDO = EST-EM-MAOS + EST-EM-PEDIDO -
003280         EST-RESERVADO.
003290     MOVE ZEROES TO PEDIDO-LIVRE.
003300     IF EST-EM-PEDIDO > EST-RESERVADO
003310         COMPUTE PEDIDO-LIVRE = EST-EM-PEDIDO - EST-RESERVADO
003320     END-IF.
003330     COMPUTE SALDO-LIVRE = SALDO-COM-PEDIDO - PEDIDO-LIVRE.
003340     IF SALDO-LIVRE NOT < EST-MINIMO
003350         GO TO 2100-CONFERE-MATERIAL-EXIT
003360     END-IF.
003370     ADD 1 TO CONT-ABAIXO-MINIMO.
003380     COMPUTE FALTA-MINIMO = EST-MINIMO - SALDO-LIVRE.
003390 
003400     MOVE EST-CODIGO-MATERIAL TO LMN-MATERIAL.
003410     MOVE EST-EM-MAOS TO LMN-EM-MAOS.
003420     MOVE EST-EM-PEDIDO TO LMN-EM-PEDIDO.
003430     MOVE EST-RESERVADO TO LMN-RESERVADO.
003440     MOVE SALDO-LIVRE TO LMN-LIVRE.
003450     MOVE EST-MINIMO TO LMN-MINIMO.
003460     MOVE FALTA-MINIMO TO LMN-FALTA.
003470     IF SALDO-COM-PEDIDO < EST-MINIMO
003480         MOVE "*** COMPRAR ***" TO LMN-SITUACAO
003490         ADD 1 TO CONT-A-COMPRAR
003500     ELSE
003510         MOVE "COBERTO PELO PEDIDO" TO LMN-SITUACAO
003520     END-IF.
003530     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-DETALHE-MINIMO.
003540 2100-CONFERE-MATERIAL-EXIT.
003550     EXIT.
003560*****************************************************************
003570*  CARREGA AS LINHAS DE COMPRA (ORIGEM N, COM FOLHAS) DO PEDIDO
003580*  GERADAS HA MAIS DE DIAS-ATRASO DIAS E SOMA NELAS O JA
003590*  RECEBIDO (MESMA GERACAO, LOTE E MATERIAL NO MOVIMENTO DO
003600*  ALMOXARIFADO). SEM PEDIDO NAO HA O QUE COBRAR; SEM MOVIMENTO
003610*  NADA FOI RECEBIDO.
003620*****************************************************************
003630 3000-CARREGA-LINHAS-VENCIDAS.
003640     OPEN INPUT ARQ-PEDIDO-COMPRA.
003650     IF FS-PEDIDO-COMPRA NOT = "00"
003660         DISPLAY "AVISO - PEDIDO DE COMPRA (SHPORD) NAO ABERTO - "
003670             "STATUS: " FS-PEDIDO-COMPRA
003680         GO TO 3000-CARREGA-LINHAS-VENCIDAS-EXIT
003690     END-IF.
003700     PERFORM 3100-CARREGA-LINHA-PEDIDO
003710         THRU 3100-CARREGA-LINHA-PEDIDO-EXIT
003720         UNTIL FIM-PEDIDO.
003730     CLOSE ARQ-PEDIDO-COMPRA.
003740     IF QTD-LINHAS-TABELA = ZEROES
003750         GO TO 3000-CARREGA-LINHAS-VENCIDAS-EXIT
003760     END-IF.
003770     OPEN INPUT ARQ-MOVIMENTO-ALMOX.
003780     IF FS-MOVIMENTO-ALMOX NOT = "00"
003790         GO TO 3000-CARREGA-LINHAS-VENCIDAS-EXIT
003800     END-IF.
003810     PERFORM 3200-SOMA-RECEBIDO
003820         THRU 3200-SOMA-RECEBIDO-EXIT
003830         UNTIL FIM-MOVIMENTO.
003840     CLOSE ARQ-MOVIMENTO-ALMOX.
003850 3000-CARREGA-LINHAS-VENCIDAS-EXIT.
003860     EXIT.
003870 3100-CARREGA-LINHA-PEDIDO.
003880     READ ARQ-PEDIDO-COMPRA
003890         AT END
003900             SET FIM-PEDIDO TO TRUE
003910             GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
003920     END-READ.
003930     IF NOT ORD-CHAPA-NOVA OR ORD-FOLHAS NOT NUMERIC
003940         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
003950     END-IF.
003960     IF ORD-FOLHAS = ZEROES
003970         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
003980     END-IF.
003990     ADD 1 TO CONT-LINHAS-COMPRA.
004000     IF ORD-DATA-GERACAO NOT NUMERIC
004010         ADD 1 TO CONT-LINHAS-SEM-DATA
004020         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
004030     END-IF.
004040     MOVE ORD-DATA-GERACAO TO DATA-CALCULO-R.
004050     IF DTC-MES < 1 OR DTC-MES > 12
004060         ADD 1 TO CONT-LINHAS-SEM-DATA
004070         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
004080     END-IF.
004090     PERFORM 7000-APURA-NUMERO-DIA
004100         THRU 7000-APURA-NUMERO-DIA-EXIT.
004110     COMPUTE DIAS-DECORRIDOS =
004120         NUMERO-DIA-PROCESSAMENTO - NUMERO-DIA.
004130     IF DIAS-DECORRIDOS NOT > DIAS-ATRASO
004140         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
004150     END-IF.
004160     IF QTD-LINHAS-TABELA NOT < MAXIMO-LINHAS-TABELA
004170         ADD 1 TO LINHAS-EXCEDENTES
004180         GO TO 3100-CARREGA-LINHA-PEDIDO-EXIT
004190     END-IF.
004200     ADD 1 TO QTD-LINHAS-TABELA.
004210     MOVE QTD-LINHAS-TABELA TO I-LINHA.
004220     MOVE ORD-ID-GERACAO TO TAB-LIN-GERACAO (I-LINHA).
004230     MOVE ORD-JOB-LOTE TO TAB-LIN-JOB-LOTE (I-LINHA).
004240     MOVE ORD-CODIGO-MATERIAL TO TAB-LIN-MATERIAL (I-LINHA).
004250     MOVE ORD-DATA-GERACAO TO TAB-LIN-DATA (I-LINHA).
004260     MOVE DIAS-DECORRIDOS TO TAB-LIN-DIAS (I-LINHA).
004270     MOVE ORD-FOLHAS TO TAB-LIN-PEDIDA (I-LINHA).
004280     MOVE ZEROES TO TAB-LIN-RECEBIDA (I-LINHA).
004290 3100-CARREGA-LINHA-PEDIDO-EXIT.
004300     EXIT.
004310 3200-SOMA-RECEBIDO.
004320     READ ARQ-MOVIMENTO-ALMOX
004330         AT END
004340             SET FIM-MOVIMENTO TO TRUE
004350             GO TO 3200-SOMA-RECEBIDO-EXIT
004360     END-READ.
004370     IF NOT ALM-RECEBIMENTO OR ALM-QUANTIDADE NOT NUMERIC
004380         GO TO 3200-SOMA-RECEBIDO-EXIT
004390     END-IF.
004400     PERFORM 3210-SOMA-NA-LINHA
004410         THRU 3210-SOMA-NA-LINHA-EXIT
004420         VARYING I-BUSCA-LINHA FROM 1 BY 1
004430         UNTIL I-BUSCA-LINHA > QTD-LINHAS-TABELA.
004440 3200-SOMA-RECEBIDO-EXIT.
004450     EXIT.
004460 3210-SOMA-NA-LINHA.
004470     IF TAB-LIN-GERACAO (I-BUSCA-LINHA) = ALM-ID-GERACAO AND
004480        TAB-LIN-JOB-LOTE (I-BUSCA-LINHA) = ALM-JOB-LOTE AND
004490        TAB-LIN-MATERIAL (I-BUSCA-LINHA) = ALM-CODIGO-MATERIAL
004500         ADD ALM-QUANTIDADE TO TAB-LIN-RECEBIDA (I-BUSCA-LINHA)
004510     END-IF.
004520 3210-SOMA-NA-LINHA-EXIT.
004530     EXIT.
004540*****************************************************************
004550*  SECAO 2 - LINHAS DE COMPRA VENCIDAS AINDA NAO RECEBIDAS POR
004560*  INTEIRO, NA ORDEM DO PEDIDO (A MAIS ANTIGA PRIMEIRO).
004570*****************************************************************
004580 4000-IMPRIME-LINHAS-ATRASADAS.
004590     MOVE SPACES TO REG-RELATORIO-ESTOQUE.
004600     WRITE REG-RELATORIO-ESTOQUE.
004610     MOVE "LINHAS DE COMPRA NAO RECEBIDAS NO PRAZO"
004620         TO SEC-TITULO.
004630     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-SECAO-ESTOQUE.
004640     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-CABECALHO-ATRASO.
004650     PERFORM 4100-IMPRIME-LINHA-ATRASADA
004660         THRU 4100-IMPRIME-LINHA-ATRASADA-EXIT
004670         VARYING I-LINHA FROM 1 BY 1
004680         UNTIL I-LINHA > QTD-LINHAS-TABELA.
004690     IF CONT-LINHAS-ATRASADAS = ZEROES
004700         MOVE "NENHUMA LINHA DE COMPRA EM ATRASO." TO MSG-TEXTO
004710         WRITE REG-RELATORIO-ESTOQUE FROM LINHA-MENSAGEM-ESTOQUE
004720     END-IF.
004730 4000-IMPRIME-LINHAS-ATRASADAS-EXIT.
004740     EXIT.
004750 4100-IMPRIME-LINHA-ATRASADA.
004760     IF TAB-LIN-RECEBIDA (I-LINHA) NOT < TAB-LIN-PEDIDA (I-LINHA)
004770         GO TO 4100-IMPRIME-LINHA-ATRASADA-EXIT
004780     END-IF.
004790     ADD 1 TO CONT-LINHAS-ATRASADAS.
004800     COMPUTE FOLHAS-FALTANTES =
004810         TAB-LIN-PEDIDA (I-LINHA) - TAB-LIN-RECEBIDA (I-LINHA).
004820     ADD FOLHAS-FALTANTES TO TOTAL-FOLHAS-ATRASADAS.
004830     MOVE TAB-LIN-JOB-LOTE (I-LINHA) TO LAT-LOTE.
004840     MOVE TAB-LIN-MATERIAL (I-LINHA) TO LAT-MATERIAL.
004850     MOVE TAB-LIN-GERACAO (I-LINHA) TO LAT-GERACAO.
004860     MOVE TAB-LIN-DATA (I-LINHA) TO LAT-EMISSAO.
004870     MOVE TAB-LIN-PEDIDA (I-LINHA) TO LAT-PEDIDAS.
004880     MOVE TAB-LIN-RECEBIDA (I-LINHA) TO LAT-RECEBIDAS.
004890     MOVE FOLHAS-FALTANTES TO LAT-FALTAM.
004900     MOVE TAB-LIN-DIAS (I-LINHA) TO LAT-DIAS.
004910     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-DETALHE-ATRASO.
004920 4100-IMPRIME-LINHA-ATRASADA-EXIT.
004930     EXIT.
004940*****************************************************************
004950*  TOTAIS DO RELATORIO.
004960*****************************************************************
004970 5000-IMPRIME-TOTAIS.
004980     MOVE SPACES TO REG-RELATORIO-ESTOQUE.
004990     WRITE REG-RELATORIO-ESTOQUE.
005000     MOVE "MATERIAIS NO ESTOQUE:" TO TOT-EST-TITULO.
005010     MOVE CONT-MATERIAIS-LIDOS TO TOT-EST-VALOR.
005020     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005030     MOVE "MATERIAIS ABAIXO DO MINIMO:" TO TOT-EST-TITULO.
005040     MOVE CONT-ABAIXO-MINIMO TO TOT-EST-VALOR.
005050     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005060     MOVE "MATERIAIS A COMPRAR:" TO TOT-EST-TITULO.
005070     MOVE CONT-A-COMPRAR TO TOT-EST-VALOR.
005080     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005090     MOVE "LINHAS DE COMPRA NO PEDIDO:" TO TOT-EST-TITULO.
005100     MOVE CONT-LINHAS-COMPRA TO TOT-EST-VALOR.
005110     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005120     MOVE "LINHAS DE COMPRA EM ATRASO:" TO TOT-EST-TITULO.
005130     MOVE CONT-LINHAS-ATRASADAS TO TOT-EST-VALOR.
005140     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005150     MOVE "FOLHAS EM ATRASO:" TO TOT-EST-TITULO.
005160     MOVE TOTAL-FOLHAS-ATRASADAS TO TOT-EST-VALOR.
005170     WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE.
005180     IF CONT-LINHAS-SEM-DATA > ZEROES
005190         MOVE "LINHAS SEM DATA DE GERACAO:" TO TOT-EST-TITULO
005200         MOVE CONT-LINHAS-SEM-DATA TO TOT-EST-VALOR
005210         WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE
005220     END-IF.
005230     IF LINHAS-EXCEDENTES > ZEROES
005240         MOVE "LINHAS VENCIDAS ALEM DA TABELA:" TO TOT-EST-TITULO
005250         MOVE LINHAS-EXCEDENTES TO TOT-EST-VALOR
005260         WRITE REG-RELATORIO-ESTOQUE FROM LINHA-TOTAL-ESTOQUE
005270     END-IF.
005280 5000-IMPRIME-TOTAIS-EXIT.
005290     EXIT.
005300*****************************************************************
005310*  APURA EM NUMERO-DIA O NUMERO DO DIA DE DATA-CALCULO: 365 DIAS
005320*  POR ANO, MAIS OS DIAS DE ANOS BISSEXTOS JA PASSADOS (JANEIRO E
005330*  FEVEREIRO NAO CONTAM O BISSEXTO DO PROPRIO ANO), OS DIAS DOS
005340*  MESES ANTERIORES E O DIA. AS DIVISOES SAO INTEIRAS.
005350*****************************************************************
005360 7000-APURA-NUMERO-DIA.
005370     MOVE DTC-ANO TO NUM-ANO-BISSEXTO.
005380     IF DTC-MES < 3
005390         SUBTRACT 1 FROM NUM-ANO-BISSEXTO
005400     END-IF.
005410     DIVIDE NUM-ANO-BISSEXTO BY 4 GIVING NUM-QUARTOS-ANO.
005420     DIVIDE NUM-ANO-BISSEXTO BY 100 GIVING NUM-SECULOS.
005430     DIVIDE NUM-ANO-BISSEXTO BY 400 GIVING NUM-QUARTOS-SECULO.
005440     COMPUTE NUMERO-DIA = (DTC-ANO * 365) + NUM-QUARTOS-ANO
005450         - NUM-SECULOS + NUM-QUARTOS-SECULO
005460         + DIAS-ANTES (DTC-MES) + DTC-DIA.
005470 7000-APURA-NUMERO-DIA-EXIT.
005480     EXIT.
005490*****************************************************************
005500*  FINALIZACAO - FECHA O RELATORIO, MOSTRA O RESUMO E TERMINA COM
005510*  4 QUANDO HA MATERIAL ABAIXO DO MINIMO OU LINHA EM ATRASO.
005520*****************************************************************
005530 9000-FINALIZA.
005540     CLOSE ARQ-RELATORIO-ESTOQUE.
005550     DISPLAY "POSICAO DO ESTOQUE GRAVADA NO SHPEST - ABAIXO DO "
005560         "MINIMO: " CONT-ABAIXO-MINIMO " LINHAS EM ATRASO: "
005570         CONT-LINHAS-ATRASADAS.
005580     IF CONT-ABAIXO-MINIMO > ZEROES OR
005590        CONT-LINHAS-ATRASADAS > ZEROES
005600         MOVE 4 TO RETURN-CODE
005610     END-IF.
005620 9000-FINALIZA-EXIT.
005630     EXIT.
005640 9999-FIM-PROGRAMA.
005650     STOP RUN.
